       01  WS-AWK-IDX PIC 9(3).
       01  WS-CRITICAL-COUNT PIC 9(3) VALUE 0.
       01  WS-WARNING-COUNT PIC 9(3) VALUE 0.
       01  WS-SECURITY-COUNT PIC 9(3) VALUE 0.
       01  WS-HISTORY-VALUE.
           05  HV-CONSEC-COUNT PIC 9(3).
           05  HV-LAST-DATE PIC X(8).
       01  WS-NEW-WATERMARK PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-ALERT-SUPPRESS PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           DISPLAY 'ZTPALERT RUN DATE: ' WS-RUN-DATE
               ' RUN MODE: ' WS-RUN-MODE
           IF WS-RUN-MODE = 'TEST'
           READ AUDIT-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               IF AUDIT-STATUS = '00'
                  IF NON-STEP-RECORD
                     READ AUDIT-FILE
                     EXIT PERFORM CYCLE
                  END-IF
              CLOSE ALERT-FILE
           END-IF
           PERFORM SAVE-WATERMARK
           IF WS-SECURITY-COUNT > 0
              DISPLAY 'ZTPALERT *** ' WS-SECURITY-COUNT
                  ' SECURITY ALERT(S) IN BATCH CYCLE ***'
           END-IF
           IF WS-CRITICAL-COUNT > 0
              OR WS-SECURITY-COUNT > 0
              IF WS-CRITICAL-COUNT > 0
                 DISPLAY 'ZTPALERT *** ' WS-CRITICAL-COUNT
                     ' CRITICAL ALERT(S) IN BATCH CYCLE ***'
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARNING-COUNT > 0
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
              MOVE 'ZTPALERT' TO VER-PROGRAM-ID
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

       LOAD-WATERMARK.
           MOVE SPACES TO STA-STATE-VALUE
           CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
                  MOVE WS-SEV-RULE-COUNT TO WS-SEV-IDX
               END-IF
           END-PERFORM
           IF AWK-SEVERITY (WS-AWK-COUNT) = SPACES
              AND AUDIT-PROGRAM-ID = 'ZTPSECMN'
              MOVE 'SECURITY' TO AWK-SEVERITY (WS-AWK-COUNT)
           END-IF
           IF AUDIT-PROGRAM-ID = 'ZTPAUDCV'
              AND AUDIT-RETURN-CODE >= 8
              MOVE 'CRITICAL' TO AWK-SEVERITY (WS-AWK-COUNT)
           END-IF
           IF AWK-SEVERITY (WS-AWK-COUNT) = SPACES
              IF AUDIT-RETURN-CODE <= 4
                 MOVE 'WARNING ' TO AWK-SEVERITY (WS-AWK-COUNT)
       WRITE-ALERT-SECTIONS.
           PERFORM VARYING WS-AWK-IDX FROM 1 BY 1
                   UNTIL WS-AWK-IDX > WS-AWK-COUNT
               EVALUATE AWK-SEVERITY (WS-AWK-IDX)
                   WHEN 'CRITICAL'
                       ADD 1 TO WS-CRITICAL-COUNT
                   WHEN 'SECURITY'
                       ADD 1 TO WS-SECURITY-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-WARNING-COUNT
               END-EVALUATE
           END-PERFORM
           IF WS-AWK-COUNT > 0
              PERFORM OPEN-ALERT-FILE
              IF WS-SECURITY-COUNT > 0
                 MOVE 'SECURITY' TO SEC-HDR-SEVERITY
                 MOVE WS-SECURITY-COUNT TO SEC-HDR-COUNT
                 WRITE ALERT-RECORD FROM WS-SECTION-HEADER
                 PERFORM VARYING WS-AWK-IDX FROM 1 BY 1
                         UNTIL WS-AWK-IDX > WS-AWK-COUNT
                     IF AWK-SEVERITY (WS-AWK-IDX) = 'SECURITY'
                        PERFORM WRITE-ONE-ALERT-RECORD
                     END-IF
                 END-PERFORM
              END-IF
              MOVE 'CRITICAL' TO SEC-HDR-SEVERITY
              MOVE WS-CRITICAL-COUNT TO SEC-HDR-COUNT
              WRITE ALERT-RECORD FROM WS-SECTION-HEADER
              PERFORM VARYING WS-AWK-IDX FROM 1 BY 1
                      UNTIL WS-AWK-IDX > WS-AWK-COUNT
                  IF AWK-SEVERITY (WS-AWK-IDX) NOT = 'CRITICAL'
                     AND AWK-SEVERITY (WS-AWK-IDX) NOT = 'SECURITY'
                     PERFORM WRITE-ONE-ALERT-RECORD
                  END-IF
              END-PERFORM
              MOVE 'NIGHTLY BATCH STEP ENDED WITH NON-ZERO RC' TO
                  ALERT-TEXT
           END-IF
           IF AWK-SEVERITY (WS-AWK-IDX) = 'SECURITY'
              MOVE 'CICS SECURITY VIOLATIONS - SEE SECVRPT' TO
                  ALERT-TEXT
           END-IF
           IF AWK-PROGRAM-ID (WS-AWK-IDX) = 'ZTPAUDCV'
              AND AWK-RETURN-CODE (WS-AWK-IDX) >= 8
              MOVE 'AUDIT TRAIL HASH CHAIN BROKEN - SEE CHNRPT' TO
                  ALERT-TEXT
           END-IF
           WRITE ALERT-RECORD
           PERFORM ISSUE-CONSOLE-ALERT.

           IF WS-ALERT-SUPPRESS = 'Y'
              CONTINUE
           ELSE
              EVALUATE AWK-SEVERITY (WS-AWK-IDX)
                  WHEN 'CRITICAL'
                      DISPLAY 'ZTPAL08E CRITICAL '
                          AWK-PROGRAM-ID (WS-AWK-IDX)
                          ' RC ' AWK-RETURN-CODE (WS-AWK-IDX)
                          ' ' ALERT-TEXT
                          UPON CONSOLE
                  WHEN 'SECURITY'
                      DISPLAY 'ZTPAL12S SECURITY '
                          AWK-PROGRAM-ID (WS-AWK-IDX)
                          ' RC ' AWK-RETURN-CODE (WS-AWK-IDX)
                          ' ' ALERT-TEXT
                          UPON CONSOLE
                  WHEN OTHER
                      DISPLAY 'ZTPAL04W WARNING  '
                          AWK-PROGRAM-ID (WS-AWK-IDX)
                          ' RC ' AWK-RETURN-CODE (WS-AWK-IDX)
                          ' ' ALERT-TEXT
                          UPON CONSOLE
              END-EVALUATE
           END-IF.

       END PROGRAM ZTPALERT.
