           FILE STATUS IS SLA-REP-STATUS.
           SELECT RECON-RPT-FILE ASSIGN RECONRPT
           FILE STATUS IS RECON-RPT-STATUS.
           SELECT TARGET-RPT-FILE ASSIGN TGTRPT
           FILE STATUS IS TARGET-RPT-STATUS.
           SELECT MONITOR-RPT-FILE ASSIGN KSDSMRPT
           FILE STATUS IS MONITOR-RPT-STATUS.
           SELECT VERSION-RPT-FILE ASSIGN VERRPT
           FILE STATUS IS VERSION-RPT-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
           SELECT STATUS-PAGE-FILE ASSIGN STATPAGE
       FD  RECON-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RECON-RPT-RECORD PIC X(80).
       FD  TARGET-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TARGET-RPT-RECORD PIC X(80).
       FD  MONITOR-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MONITOR-RPT-RECORD PIC X(80).
       FD  VERSION-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VERSION-RPT-RECORD PIC X(80).
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       01  ALERT-STATUS PIC X(2).
       01  SLA-REP-STATUS PIC X(2).
       01  RECON-RPT-STATUS PIC X(2).
       01  TARGET-RPT-STATUS PIC X(2).
       01  MONITOR-RPT-STATUS PIC X(2).
       01  VERSION-RPT-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  STATUS-PAGE-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-CRITICAL-ALERTS PIC 9(3) VALUE 0.
       01  WS-WARNING-ALERTS PIC 9(3) VALUE 0.
       01  MISMATCH-LINE-TABLE.
           05  MML-LINE OCCURS 3 TIMES PIC X(80).
       01  WS-MML-IDX PIC 9(1).
       01  WS-SHELTERS-BEHIND PIC 9(3) VALUE 0.
       01  WS-BEHIND-LINES-KEPT PIC 9(1) VALUE 0.
       01  BEHIND-LINE-TABLE.
           05  BHL-LINE OCCURS 3 TIMES PIC X(80).
       01  WS-BHL-IDX PIC 9(1).
       01  WS-VERSION-CHANGES PIC 9(3) VALUE 0.
       01  WS-VERSION-LINES-KEPT PIC 9(1) VALUE 0.
       01  VERSION-LINE-TABLE.
           05  VCL-LINE OCCURS 3 TIMES PIC X(80).
       01  WS-VCL-IDX PIC 9(1).
       01  OPEN-STEP-TABLE.
           05  OST-ENTRY OCCURS 50 TIMES.
               10  OST-PROGRAM-ID PIC X(8).
           05  FILLER PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           PERFORM SCAN-ALERT-OUTPUT
           PERFORM SCAN-SLA-REPORT
           PERFORM SCAN-RECON-REPORT
           PERFORM SCAN-TARGET-REPORT
           PERFORM SCAN-KSDS-MONITOR
           PERFORM SCAN-VERSION-REPORT
           PERFORM SCAN-AUDIT-TAIL
           PERFORM JUDGE-OVERALL-STATUS
           PERFORM WRITE-STATUS-PAGE
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
              MOVE 'ZTPMORNS' TO VER-PROGRAM-ID
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

       SCAN-ALERT-OUTPUT.
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS NOT = '00'
              CLOSE RECON-RPT-FILE
           END-IF.

       SCAN-TARGET-REPORT.
           OPEN INPUT TARGET-RPT-FILE
           IF TARGET-RPT-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ TARGET-RPT-FILE
                  IF TARGET-RPT-STATUS = '00'
                     IF TARGET-RPT-RECORD (1:22) =
                            'BEHIND TARGET SHELTER '
                        ADD 1 TO WS-SHELTERS-BEHIND
                        IF WS-BEHIND-LINES-KEPT < 3
                           ADD 1 TO WS-BEHIND-LINES-KEPT
                           MOVE TARGET-RPT-RECORD TO
                               BHL-LINE (WS-BEHIND-LINES-KEPT)
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE TARGET-RPT-FILE
           END-IF.

       SCAN-KSDS-MONITOR.
           OPEN INPUT MONITOR-RPT-FILE
           IF MONITOR-RPT-STATUS NOT = '00'
              CLOSE MONITOR-RPT-FILE
           END-IF.

       SCAN-VERSION-REPORT.
           OPEN INPUT VERSION-RPT-FILE
           IF VERSION-RPT-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ VERSION-RPT-FILE
                  IF VERSION-RPT-STATUS = '00'
                     IF VERSION-RPT-RECORD (1:8) = WS-RUN-DATE
                        AND VERSION-RPT-RECORD (69:11) =
                            '*** CHANGED'
                        ADD 1 TO WS-VERSION-CHANGES
                        IF WS-VERSION-LINES-KEPT < 3
                           ADD 1 TO WS-VERSION-LINES-KEPT
                           MOVE VERSION-RPT-RECORD TO
                               VCL-LINE (WS-VERSION-LINES-KEPT)
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE VERSION-RPT-FILE
           END-IF.

       SCAN-AUDIT-TAIL.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF NOT NON-STEP-RECORD
                     IF AUDIT-BUSINESS-DATE = WS-RUN-DATE
                        OR (AUDIT-BUSINESS-DATE = SPACES
                            AND AUDIT-START-TS (1:8) = WS-RUN-DATE)
                        PERFORM NOTE-CYCLE-STEP
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
                   UNTIL WS-MML-IDX > WS-MISMATCH-LINES-KEPT
               WRITE STATUS-PAGE-RECORD FROM MML-LINE (WS-MML-IDX)
           END-PERFORM
           MOVE 'SHELTERS BEHIND ADOPTION TARGET     ' TO
               PAG-CNT-LABEL
           MOVE WS-SHELTERS-BEHIND TO PAG-CNT-VALUE
           WRITE STATUS-PAGE-RECORD FROM WS-PAGE-COUNT-LINE
           PERFORM VARYING WS-BHL-IDX FROM 1 BY 1
                   UNTIL WS-BHL-IDX > WS-BEHIND-LINES-KEPT
               WRITE STATUS-PAGE-RECORD FROM BHL-LINE (WS-BHL-IDX)
           END-PERFORM
           MOVE 'PROGRAM VERSION CHANGES THIS CYCLE  ' TO
               PAG-CNT-LABEL
           MOVE WS-VERSION-CHANGES TO PAG-CNT-VALUE
           WRITE STATUS-PAGE-RECORD FROM WS-PAGE-COUNT-LINE
           PERFORM VARYING WS-VCL-IDX FROM 1 BY 1
                   UNTIL WS-VCL-IDX > WS-VERSION-LINES-KEPT
               WRITE STATUS-PAGE-RECORD FROM VCL-LINE (WS-VCL-IDX)
           END-PERFORM
           IF WS-REORG-RECOMMENDED = 'Y'
              MOVE 'TESTKSDS REORG RECOMMENDED - SEE KSDSMRPT' TO
                  PAG-FLAG-TEXT
