       01  PURGE-CERT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-TRIAL-MODE PIC X(1) VALUE 'N'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-CANDIDATES-READ PIC 9(6) VALUE 0.
       01  WS-COMMIT-INTERVAL PIC 9(4) VALUE 100.
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-LAST-ACCESSED PIC X(10).
       01  BATCH-AUTH-AREA.
           05  BAA-PROGRAM-ID PIC X(8).
           05  BAA-BUSINESS-DATE PIC X(8).
           05  BAA-INPUT-DSN PIC X(44).
           05  BAA-REQUEST-ID PIC X(8).
           05  BAA-REQUESTER PIC X(8).
           05  BAA-APPROVER PIC X(8).
           05  BAA-RUN-RC PIC 9(4).
           05  BAA-RESULT PIC X(1).
           05  BAA-REASON PIC X(40).
       01  HISTORY-REQUEST-AREA.
           05  HRA-ACTION PIC X(1).
           05  HRA-CUST-NUMBER PIC X(8).
           05  HRA-SOURCE PIC X(8).
           05  HRA-USERID PIC X(8).
           05  HRA-RESULT PIC X(1).
           05  HRA-SQLCODE PIC S9(9).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'DORMANT PURGE CERTIFICATE  RUN DATE '.
           IF WS-RUN-MODE = 'TEST'
              MOVE 'Y' TO WS-TRIAL-MODE
           END-IF
           IF WS-TRIAL-MODE = 'N'
              PERFORM CHECK-BATCH-AUTHORIZATION
           END-IF
           OPEN INPUT DORM-ARCH-FILE
           IF DORM-ARCH-STATUS NOT = '00'
              DISPLAY 'ZTPDMPRG DORMARCH OPEN FAILED, STATUS: '
           IF WS-SQL-ERROR = 'Y'
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-TRIAL-MODE = 'N'
              PERFORM CONSUME-BATCH-AUTHORIZATION
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPDMPRG' TO VER-PROGRAM-ID
              MOVE WS-PROGRAM-VERSION TO VER-VERSION-LABEL
              MOVE FUNCTION WHEN-COMPILED (1:14) TO VER-COMPILE-TS
              MOVE WS-START-TS TO VER-START-TS
              MOVE WS-RUN-MODE TO VER-RUN-MODE
              MOVE WS-RUN-DATE TO VER-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       PURGE-ONE-CUSTOMER.
           IF SQLCODE = 100
              CONTINUE
           ELSE
              MOVE 'B' TO HRA-ACTION
              PERFORM RECORD-CUSTOMER-HISTORY
              EXEC SQL
                  DELETE FROM CUSTOMER
                   WHERE CUST-NUMBER = :WS-CUST-NUMBER
                  WHEN 0
                      ADD 1 TO WS-ROWS-DELETED
                      MOVE 'ARCHIVED+DELETED' TO RPT-DET-VERDICT
                      MOVE 'D' TO HRA-ACTION
                      PERFORM RECORD-CUSTOMER-HISTORY
                      WRITE PURGE-CERT-RECORD FROM WS-RPT-DETAIL
                      IF FUNCTION MOD(WS-ROWS-DELETED,
                              WS-COMMIT-INTERVAL) = 0
                      MOVE 'Y' TO WS-SQL-ERROR
              END-EVALUATE
           END-IF.

       RECORD-CUSTOMER-HISTORY.
           MOVE WS-CUST-NUMBER TO HRA-CUST-NUMBER
           MOVE 'PURGE   ' TO HRA-SOURCE
           MOVE 'ZTPDMPRG' TO HRA-USERID
           CALL 'ZTPCHIST' USING HISTORY-REQUEST-AREA
           IF HRA-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-SQL-ERROR
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE 'ZTPDMPRG' TO BAA-PROGRAM-ID
           MOVE WS-RUN-DATE TO BAA-BUSINESS-DATE
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCK' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT = 'Y'
              DISPLAY 'ZTPDMPRG APPLY RUN AUTHORIZED BY '
                  BAA-REQUEST-ID
                  ' REQUESTED BY ' BAA-REQUESTER
                  ' APPROVED BY ' BAA-APPROVER
           ELSE
              DISPLAY 'ZTPDMPRG APPLY RUN REFUSED - ' BAA-REASON
              DISPLAY 'ZTPDMPRG BUSINESS DATE ' WS-RUN-DATE
                  ' INPUT ' BAA-INPUT-DSN
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       CONSUME-BATCH-AUTHORIZATION.
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCN' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT NOT = 'Y'
              DISPLAY 'ZTPDMPRG ' BAA-REASON
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       END PROGRAM ZTPDMPRG.
