       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDDTRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-HIST-FILE ASSIGN DDHIST
           FILE STATUS IS DD-HIST-STATUS.
           SELECT DD-CAP-FILE ASSIGN DDCAPCTL
           FILE STATUS IS DD-CAP-STATUS.
           SELECT TREND-RPT-FILE ASSIGN DDTREND
           FILE STATUS IS TREND-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DD-HIST-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  DD-HIST-RECORD.
           05  DDH-RUN-DATE PIC X(8).
           05  DDH-DD-NAME PIC X(8).
           05  DDH-VOLUME PIC 9(8).
           05  DDH-READ-TOTAL PIC 9(8).
           05  DDH-WRITE-TOTAL PIC 9(8).
       FD  DD-CAP-FILE RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  DD-CAP-RECORD.
           05  CAP-DD-NAME PIC X(8).
           05  CAP-MAX-RECORDS PIC 9(10).
           05  CAP-WARN-DAYS PIC 9(4).
           05  FILLER PIC X(2).
       FD  TREND-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TREND-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  DD-HIST-STATUS PIC X(2).
       01  DD-CAP-STATUS PIC X(2).
       01  TREND-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-HIST-READ PIC 9(8) VALUE 0.
       01  WS-TRAILING-CYCLES PIC 9(2) VALUE 28.
       01  WS-DEFAULT-WARN-DAYS PIC 9(4) VALUE 30.
       01  CAPACITY-RULE-TABLE.
           05  CPR-ENTRY OCCURS 50 TIMES.
               10  CPR-DD-NAME PIC X(8).
               10  CPR-MAX-RECORDS PIC 9(10).
               10  CPR-WARN-DAYS PIC 9(4).
       01  WS-CPR-COUNT PIC 9(2) VALUE 0.
       01  WS-CPR-IDX PIC 9(2).
       01  WS-CAP-FOUND PIC X(1).
       01  WS-CAP-MAX PIC 9(10).
       01  WS-CAP-WARN-DAYS PIC 9(4).
       01  TREND-DD-TABLE.
           05  TDT-ENTRY OCCURS 50 TIMES.
               10  TDT-DD-NAME PIC X(8).
               10  TDT-SAMPLE-COUNT PIC 9(2).
               10  TDT-SAMPLE OCCURS 28 TIMES.
                   15  TDT-SAMPLE-DATE PIC X(8).
                   15  TDT-SAMPLE-VOLUME PIC 9(8).
       01  WS-TDT-COUNT PIC 9(2) VALUE 0.
       01  WS-TDT-IDX PIC 9(2).
       01  WS-TDT-MATCH PIC 9(2).
       01  WS-SMP-IDX PIC 9(2).
       01  WS-SMP-COUNT PIC 9(2).
       01  WS-FIRST PIC 9(8).
       01  WS-LAST PIC 9(8).
       01  WS-FIRST-DATE PIC 9(8).
       01  WS-LAST-DATE PIC 9(8).
       01  WS-FIRST-DATE-INT PIC 9(8).
       01  WS-LAST-DATE-INT PIC 9(8).
       01  WS-FILL-DATE-INT PIC 9(8).
       01  WS-SPAN-DAYS PIC 9(5).
       01  WS-GROWTH-PCT PIC S9(5).
       01  WS-PER-DAY-GROWTH PIC S9(8)V99.
       01  WS-DAYS-TO-FULL PIC 9(8).
       01  WS-USED-PCT PIC 9(5).
       01  WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01  WS-FULL-COUNT PIC 9(3) VALUE 0.
       01  WS-SOONEST-DAYS PIC 9(8) VALUE 99999999.
       01  WS-SOONEST-DD PIC X(8) VALUE SPACES.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'DATASET VOLUME TREND       RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'DD NAME  CY    FIRST     LAST GROWTH   C'.
           05  FILLER PIC X(40)
               VALUE 'APACITY USED FULL BY   FLAG'.
       01  WS-RPT-DETAIL.
           05  RPT-DET-DD-NAME PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CYCLES PIC Z9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-FIRST PIC ZZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-LAST PIC ZZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-GROWTH PIC +ZZZ9.
           05  FILLER PIC X(1) VALUE '%'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CAPACITY PIC Z(9)9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-USED PIC ZZ9.
           05  FILLER PIC X(1) VALUE '%'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-FULL-BY PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-FLAG PIC X(11).
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-RPT-NONE-LINE.
           05  FILLER PIC X(40)
               VALUE 'NO DD VOLUME HISTORY TO TREND           '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(36).
           05  RPT-TOT-COUNT PIC ZZZZ9.
           05  FILLER PIC X(39) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(26) VALUE 'FIRST PROJECTED TO FILL:  '.
           05  RPT-TRL-DD-NAME PIC X(8).
           05  FILLER PIC X(5) VALUE ' IN  '.
           05  RPT-TRL-DAYS PIC ZZZZZZZ9.
           05  FILLER PIC X(5) VALUE ' DAYS'.
           05  FILLER PIC X(28) VALUE SPACES.
       01  WS-TEST-BANNER PIC X(42)
           VALUE '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-CAPACITY-RULES
           PERFORM LOAD-DD-HISTORY
           OPEN OUTPUT TREND-RPT-FILE
           IF TREND-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPDDTRD DDTREND OPEN FAILED, STATUS: '
                  TREND-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE = 'TEST'
              WRITE TREND-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE TREND-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-TDT-COUNT = 0
              WRITE TREND-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              WRITE TREND-RPT-RECORD FROM WS-RPT-COLUMNS
              PERFORM VARYING WS-TDT-IDX FROM 1 BY 1
                      UNTIL WS-TDT-IDX > WS-TDT-COUNT
                  PERFORM TREND-ONE-DATASET
              END-PERFORM
           END-IF
           MOVE 'DATASETS TRENDED' TO RPT-TOT-LABEL
           MOVE WS-TDT-COUNT TO RPT-TOT-COUNT
           WRITE TREND-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DATASETS AT OR OVER CAPACITY' TO RPT-TOT-LABEL
           MOVE WS-FULL-COUNT TO RPT-TOT-COUNT
           WRITE TREND-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DATASETS FILLING WITHIN HORIZON' TO RPT-TOT-LABEL
           COMPUTE RPT-TOT-COUNT = WS-FLAGGED-COUNT - WS-FULL-COUNT
           WRITE TREND-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           IF WS-SOONEST-DD NOT = SPACES
              MOVE WS-SOONEST-DD TO RPT-TRL-DD-NAME
              MOVE WS-SOONEST-DAYS TO RPT-TRL-DAYS
              WRITE TREND-RPT-RECORD FROM WS-RPT-TRAILER
           END-IF
           CLOSE TREND-RPT-FILE
           IF WS-FLAGGED-COUNT > 0
              DISPLAY 'ZTPDDTRD *** ' WS-FLAGGED-COUNT
                  ' DATASET(S) FULL OR PROJECTED TO FILL WITHIN '
                  'THEIR WARNING HORIZON ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'ZTPDDTRD NO DATASET PROJECTED TO FILL WITHIN '
                  'ITS WARNING HORIZON'
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

       LOAD-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT RUN-CTL-FILE
           IF RUN-CTL-STATUS = '00'
              READ RUN-CTL-FILE
              IF RUN-CTL-STATUS = '00'
                 MOVE RUNCTL-DATE TO WS-RUN-DATE
                 MOVE RUNCTL-MODE TO WS-RUN-MODE
              END-IF
              CLOSE RUN-CTL-FILE
           END-IF.

       LOAD-CAPACITY-RULES.
           OPEN INPUT DD-CAP-FILE
           IF DD-CAP-STATUS = '00'
              PERFORM UNTIL DD-CAP-STATUS NOT = '00'
                      OR WS-CPR-COUNT = 50
                  READ DD-CAP-FILE
                  IF DD-CAP-STATUS = '00'
                     AND CAP-MAX-RECORDS IS NUMERIC
                     ADD 1 TO WS-CPR-COUNT
                     MOVE CAP-DD-NAME TO CPR-DD-NAME (WS-CPR-COUNT)
                     MOVE CAP-MAX-RECORDS TO
                         CPR-MAX-RECORDS (WS-CPR-COUNT)
                     IF CAP-WARN-DAYS IS NUMERIC
                        AND CAP-WARN-DAYS > 0
                        MOVE CAP-WARN-DAYS TO
                            CPR-WARN-DAYS (WS-CPR-COUNT)
                     ELSE
                        MOVE WS-DEFAULT-WARN-DAYS TO
                            CPR-WARN-DAYS (WS-CPR-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE DD-CAP-FILE
           ELSE
              DISPLAY 'ZTPDDTRD DDCAPCTL NOT AVAILABLE, STATUS: '
                  DD-CAP-STATUS ' - NO CAPACITY PROJECTION'
           END-IF.

       LOAD-DD-HISTORY.
           OPEN INPUT DD-HIST-FILE
           IF DD-HIST-STATUS NOT = '00'
              DISPLAY 'ZTPDDTRD NO DD VOLUME HISTORY TO TREND, '
                  'STATUS: ' DD-HIST-STATUS
              MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ DD-HIST-FILE
               IF DD-HIST-STATUS = '00'
                  ADD 1 TO WS-HIST-READ
                  IF DDH-RUN-DATE IS NUMERIC
                     AND DDH-RUN-DATE NOT > WS-RUN-DATE
                     AND DDH-VOLUME IS NUMERIC
                     PERFORM NOTE-HISTORY-SAMPLE
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF DD-HIST-STATUS NOT = '35'
              CLOSE DD-HIST-FILE
           END-IF.

       NOTE-HISTORY-SAMPLE.
           MOVE 0 TO WS-TDT-MATCH
           PERFORM VARYING WS-TDT-IDX FROM 1 BY 1
                   UNTIL WS-TDT-IDX > WS-TDT-COUNT
               IF TDT-DD-NAME (WS-TDT-IDX) = DDH-DD-NAME
                  MOVE WS-TDT-IDX TO WS-TDT-MATCH
                  MOVE WS-TDT-COUNT TO WS-TDT-IDX
               END-IF
           END-PERFORM
           IF WS-TDT-MATCH = 0
              IF WS-TDT-COUNT < 50
                 ADD 1 TO WS-TDT-COUNT
                 MOVE WS-TDT-COUNT TO WS-TDT-MATCH
                 MOVE DDH-DD-NAME TO TDT-DD-NAME (WS-TDT-MATCH)
                 MOVE 0 TO TDT-SAMPLE-COUNT (WS-TDT-MATCH)
              ELSE
                 DISPLAY 'ZTPDDTRD DATASET TABLE FULL, NOT TRENDED: '
                     DDH-DD-NAME
              END-IF
           END-IF
           IF WS-TDT-MATCH NOT = 0
              MOVE TDT-SAMPLE-COUNT (WS-TDT-MATCH) TO WS-SMP-COUNT
              EVALUATE TRUE
                  WHEN WS-SMP-COUNT > 0
                       AND TDT-SAMPLE-DATE (WS-TDT-MATCH, WS-SMP-COUNT)
                           = DDH-RUN-DATE
                      MOVE DDH-VOLUME TO
                          TDT-SAMPLE-VOLUME (WS-TDT-MATCH, WS-SMP-COUNT)
                  WHEN WS-SMP-COUNT < WS-TRAILING-CYCLES
                      ADD 1 TO TDT-SAMPLE-COUNT (WS-TDT-MATCH)
                      ADD 1 TO WS-SMP-COUNT
                      MOVE DDH-RUN-DATE TO
                          TDT-SAMPLE-DATE (WS-TDT-MATCH, WS-SMP-COUNT)
                      MOVE DDH-VOLUME TO
                          TDT-SAMPLE-VOLUME (WS-TDT-MATCH, WS-SMP-COUNT)
                  WHEN OTHER
                      PERFORM SHIFT-OLDEST-SAMPLE
              END-EVALUATE
           END-IF.

       SHIFT-OLDEST-SAMPLE.
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX >= WS-TRAILING-CYCLES
               MOVE TDT-SAMPLE (WS-TDT-MATCH, WS-SMP-IDX + 1) TO
                   TDT-SAMPLE (WS-TDT-MATCH, WS-SMP-IDX)
           END-PERFORM
           MOVE DDH-RUN-DATE TO
               TDT-SAMPLE-DATE (WS-TDT-MATCH, WS-TRAILING-CYCLES)
           MOVE DDH-VOLUME TO
               TDT-SAMPLE-VOLUME (WS-TDT-MATCH, WS-TRAILING-CYCLES).

       TREND-ONE-DATASET.
           MOVE TDT-SAMPLE-COUNT (WS-TDT-IDX) TO WS-SMP-COUNT
           MOVE TDT-SAMPLE-VOLUME (WS-TDT-IDX, 1) TO WS-FIRST
           MOVE TDT-SAMPLE-VOLUME (WS-TDT-IDX, WS-SMP-COUNT) TO WS-LAST
           MOVE TDT-SAMPLE-DATE (WS-TDT-IDX, 1) TO WS-FIRST-DATE
           MOVE TDT-SAMPLE-DATE (WS-TDT-IDX, WS-SMP-COUNT) TO
               WS-LAST-DATE
           IF WS-FIRST > 0
              COMPUTE WS-GROWTH-PCT =
                  (WS-LAST - WS-FIRST) * 100 / WS-FIRST
           ELSE
              MOVE 0 TO WS-GROWTH-PCT
           END-IF
           MOVE TDT-DD-NAME (WS-TDT-IDX) TO RPT-DET-DD-NAME
           MOVE WS-SMP-COUNT TO RPT-DET-CYCLES
           MOVE WS-FIRST TO RPT-DET-FIRST
           MOVE WS-LAST TO RPT-DET-LAST
           MOVE WS-GROWTH-PCT TO RPT-DET-GROWTH
           PERFORM PROJECT-CAPACITY
           WRITE TREND-RPT-RECORD FROM WS-RPT-DETAIL.

       PROJECT-CAPACITY.
           MOVE SPACES TO RPT-DET-FULL-BY
           MOVE SPACES TO RPT-DET-FLAG
           MOVE 0 TO RPT-DET-CAPACITY
           MOVE 0 TO RPT-DET-USED
           PERFORM FIND-CAPACITY-RULE
           IF WS-CAP-FOUND = 'N'
              MOVE 'NO CAPACITY' TO RPT-DET-FLAG
           ELSE
              MOVE WS-CAP-MAX TO RPT-DET-CAPACITY
              IF WS-CAP-MAX > 0
                 COMPUTE WS-USED-PCT = WS-LAST * 100 / WS-CAP-MAX
                 IF WS-USED-PCT > 999
                    MOVE 999 TO WS-USED-PCT
                 END-IF
                 MOVE WS-USED-PCT TO RPT-DET-USED
              END-IF
              IF WS-LAST >= WS-CAP-MAX
                 MOVE 'FULL' TO RPT-DET-FLAG
                 MOVE 'NOW' TO RPT-DET-FULL-BY
                 ADD 1 TO WS-FLAGGED-COUNT
                 ADD 1 TO WS-FULL-COUNT
                 MOVE 0 TO WS-DAYS-TO-FULL
                 PERFORM NOTE-SOONEST-FILL
                 DISPLAY 'ZTPDDTRD *** ' TDT-DD-NAME (WS-TDT-IDX)
                     ' IS AT OR OVER ITS ALLOCATED CAPACITY ***'
              ELSE
                 PERFORM PROJECT-FILL-DATE
              END-IF
           END-IF.

       PROJECT-FILL-DATE.
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-LAST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
           COMPUTE WS-SPAN-DAYS = WS-LAST-DATE-INT - WS-FIRST-DATE-INT
           IF WS-SMP-COUNT > 1
              AND WS-SPAN-DAYS > 0
              AND WS-LAST > WS-FIRST
              COMPUTE WS-PER-DAY-GROWTH =
                  (WS-LAST - WS-FIRST) / WS-SPAN-DAYS
           ELSE
              MOVE 0 TO WS-PER-DAY-GROWTH
           END-IF
           IF WS-PER-DAY-GROWTH > 0
              COMPUTE WS-DAYS-TO-FULL =
                  (WS-CAP-MAX - WS-LAST) / WS-PER-DAY-GROWTH
              IF WS-DAYS-TO-FULL > 99999
                 MOVE 'STABLE' TO RPT-DET-FLAG
              ELSE
                 COMPUTE WS-FILL-DATE-INT =
                     WS-LAST-DATE-INT + WS-DAYS-TO-FULL
                 MOVE FUNCTION DATE-OF-INTEGER(WS-FILL-DATE-INT)
                     TO RPT-DET-FULL-BY
                 IF WS-DAYS-TO-FULL <= WS-CAP-WARN-DAYS
                    MOVE 'WARNING' TO RPT-DET-FLAG
                    ADD 1 TO WS-FLAGGED-COUNT
                    PERFORM NOTE-SOONEST-FILL
                    DISPLAY 'ZTPDDTRD *** ' TDT-DD-NAME (WS-TDT-IDX)
                        ' PROJECTED TO FILL BY ' RPT-DET-FULL-BY
                        ' ***'
                 ELSE
                    MOVE 'GROWING' TO RPT-DET-FLAG
                 END-IF
              END-IF
           ELSE
              MOVE 'STABLE' TO RPT-DET-FLAG
           END-IF.

       NOTE-SOONEST-FILL.
           IF WS-DAYS-TO-FULL < WS-SOONEST-DAYS
              MOVE WS-DAYS-TO-FULL TO WS-SOONEST-DAYS
              MOVE TDT-DD-NAME (WS-TDT-IDX) TO WS-SOONEST-DD
           END-IF.

       FIND-CAPACITY-RULE.
           MOVE 'N' TO WS-CAP-FOUND
           MOVE 0 TO WS-CAP-MAX
           MOVE WS-DEFAULT-WARN-DAYS TO WS-CAP-WARN-DAYS
           PERFORM VARYING WS-CPR-IDX FROM 1 BY 1
                   UNTIL WS-CPR-IDX > WS-CPR-COUNT
               IF CPR-DD-NAME (WS-CPR-IDX) = TDT-DD-NAME (WS-TDT-IDX)
                  MOVE CPR-MAX-RECORDS (WS-CPR-IDX) TO WS-CAP-MAX
                  MOVE CPR-WARN-DAYS (WS-CPR-IDX) TO WS-CAP-WARN-DAYS
                  MOVE 'Y' TO WS-CAP-FOUND
                  MOVE WS-CPR-COUNT TO WS-CPR-IDX
               END-IF
           END-PERFORM.

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPDDTRD' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE SPACES TO AUDIT-END-TS
              MOVE 0 TO AUDIT-RECORDS-PROCESSED
              MOVE 0 TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPDDTRD' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-HIST-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPDDTRD' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPDDTRD.
