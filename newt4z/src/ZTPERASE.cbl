       01  ERASE-CERT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-SQL-ERROR PIC X(1) VALUE 'N'.
       01  ERASE-LIST-TABLE.
       01  WS-CUST-NAME PIC X(20).
       01  WS-JRNL-SCRUBBED PIC 9(6) VALUE 0.
       01  WS-JRNL-TOTAL PIC 9(6) VALUE 0.
       01  WS-HIST-ERASED PIC 9(6) VALUE 0.
       01  WS-STORES-TOUCHED PIC 9(3) VALUE 0.
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
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'RIGHT-TO-ERASURE CERTIFICATE  DATE  '.
           05  FILLER PIC X(25) VALUE ' JOURNAL LINES ANONYMIZED'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRL-JRNL PIC ZZZZZ9.
           05  FILLER PIC X(14) VALUE ' HISTORY ROWS '.
           05  RPT-TRL-HIST PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM CHECK-BATCH-AUTHORIZATION
           PERFORM SCRUB-DB2-CUSTOMER-TABLE
           PERFORM SCRUB-TESTKSDS
           PERFORM SCRUB-CICS-JOURNAL
           DISPLAY 'ZTPERASE CUSTOMERS SCRUBBED: ' WS-ERL-COUNT
           DISPLAY 'ZTPERASE JOURNAL LINES ANONYMIZED: '
               WS-JRNL-SCRUBBED
           DISPLAY 'ZTPERASE CUSTOMER HISTORY ROWS DELETED: '
               WS-HIST-ERASED
           IF WS-SQL-ERROR = 'Y'
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM CONSUME-BATCH-AUTHORIZATION
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPERASE' TO VER-PROGRAM-ID
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

       LOAD-ERASE-LIST.
                   UNTIL WS-ERL-IDX > WS-ERL-COUNT
               MOVE ERL-NUMBER (WS-ERL-IDX) TO WS-CUST-NUMBER
               MOVE ERL-NAME (WS-ERL-IDX) TO WS-CUST-NAME
               PERFORM SCRUB-CUSTOMER-HISTORY
               IF WS-CUST-NUMBER NOT = SPACES
                  EXEC SQL
                      DELETE FROM CUSTOMER
               COMMIT
           END-EXEC.

       SCRUB-CUSTOMER-HISTORY.
           IF WS-CUST-NUMBER NOT = SPACES
              EXEC SQL
                  DELETE FROM CUSTHIST
                   WHERE CUST-NUMBER = :WS-CUST-NUMBER
              END-EXEC
           ELSE
              EXEC SQL
                  DELETE FROM CUSTHIST
                   WHERE CUST-NAME = :WS-CUST-NAME
                      OR CUST-NUMBER IN
                         (SELECT CUST-NUMBER
                            FROM CUSTOMER
                           WHERE CUST-NAME = :WS-CUST-NAME)
              END-EXEC
           END-IF
           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD (3) TO WS-HIST-ERASED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ZTPERASE CUSTHIST DELETE FAILED, '
                       'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-SQL-ERROR
           END-EVALUATE.

       SCRUB-TESTKSDS.
           OPEN I-O KSDS-FILE
           IF KSDS-STATUS NOT = '00'
              END-PERFORM
              MOVE WS-ERL-COUNT TO RPT-TRL-COUNT
              MOVE WS-JRNL-SCRUBBED TO RPT-TRL-JRNL
              MOVE WS-HIST-ERASED TO RPT-TRL-HIST
              WRITE ERASE-CERT-RECORD FROM WS-RPT-TRAILER
              CLOSE ERASE-CERT-FILE
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE 'ZTPERASE' TO BAA-PROGRAM-ID
           MOVE WS-RUN-DATE TO BAA-BUSINESS-DATE
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCK' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT = 'Y'
              DISPLAY 'ZTPERASE APPLY RUN AUTHORIZED BY '
                  BAA-REQUEST-ID
                  ' REQUESTED BY ' BAA-REQUESTER
                  ' APPROVED BY ' BAA-APPROVER
           ELSE
              DISPLAY 'ZTPERASE APPLY RUN REFUSED - ' BAA-REASON
              DISPLAY 'ZTPERASE BUSINESS DATE ' WS-RUN-DATE
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
              DISPLAY 'ZTPERASE ' BAA-REASON
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       END PROGRAM ZTPERASE.
