       01  KSDS-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-REFRESH-MODE PIC X(5) VALUE 'DELTA'.
       01  WS-SWEEP-TRIAL PIC X(1) VALUE 'N'.
       01  ORPHAN-ARC-STATUS PIC X(2).
       01  WS-RECORDS-UNCHANGED PIC 9(6) VALUE 0.
       01  WS-NEW-TEXT PIC X(192).
       01  WS-EXTRACT-MASKED PIC X(1) VALUE 'N'.
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
       COPY ZTPENVCP.
       LINKAGE SECTION.
       01  PARM-AREA.
                 DISPLAY 'ZTPDBVSR SWEEP TRIAL MODE - ORPHANS '
                     'REPORTED AND ARCHIVED, NOT DELETED'
              END-IF
              IF WS-SWEEP-TRIAL = 'N'
                 PERFORM CHECK-BATCH-AUTHORIZATION
              END-IF
              PERFORM SWEEP-ORPHAN-RECORDS
              IF WS-SWEEP-TRIAL = 'N'
                 PERFORM CONSUME-BATCH-AUTHORIZATION
              END-IF
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPDBVSR' TO VER-PROGRAM-ID
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

       SWEEP-ORPHAN-RECORDS.
                     KSDS-STATUS
              END-IF
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE 'ZTPDBVSR' TO BAA-PROGRAM-ID
           MOVE WS-RUN-DATE TO BAA-BUSINESS-DATE
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCK' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT = 'Y'
              DISPLAY 'ZTPDBVSR APPLY RUN AUTHORIZED BY '
                  BAA-REQUEST-ID
                  ' REQUESTED BY ' BAA-REQUESTER
                  ' APPROVED BY ' BAA-APPROVER
           ELSE
              DISPLAY 'ZTPDBVSR APPLY RUN REFUSED - ' BAA-REASON
              DISPLAY 'ZTPDBVSR BUSINESS DATE ' WS-RUN-DATE
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
              DISPLAY 'ZTPDBVSR ' BAA-REASON
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       END PROGRAM ZTPDBVSR.
