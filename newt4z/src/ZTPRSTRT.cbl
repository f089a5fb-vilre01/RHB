       01  RUN-CTL-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  COMPLETED-TABLE.
           05  CMP-PROGRAM-ID OCCURS 50 TIMES PIC X(8).
       01  WS-RESTART-STEP PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           DISPLAY 'ZTPRSTRT RUN DATE: ' WS-RUN-DATE
               ' RUN MODE: ' WS-RUN-MODE
           PERFORM SCAN-AUDIT-TRAIL
              CLOSE RUN-CTL-FILE
           END-IF.

       WRITE-VERSION-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRSTRT' TO VER-PROGRAM-ID
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

       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF ROLLBACK-RECORD
                     AND RBK-CYCLE-DATE = WS-RUN-DATE
                     AND RBK-RESULT = 'OK  '
                     MOVE 0 TO WS-CMP-COUNT
                  END-IF
                  IF NOT NON-STEP-RECORD
                     IF (AUDIT-BUSINESS-DATE = WS-RUN-DATE
                         OR (AUDIT-BUSINESS-DATE = SPACES
                             AND AUDIT-START-TS (1:8) = WS-RUN-DATE))
                        AND AUDIT-RETURN-CODE = 0
                        AND AUDIT-END-TS NOT = SPACES
                        PERFORM NOTE-COMPLETED-PROGRAM
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
