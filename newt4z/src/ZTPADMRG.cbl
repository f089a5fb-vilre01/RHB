           FILE STATUS IS ADOPTS-OUT-STATUS.
           SELECT MERGE-RPT-FILE ASSIGN MRGRPT
           FILE STATUS IS MERGE-RPT-STATUS.
           SELECT VOLUME-OVR-FILE ASSIGN MRGOVRD
           FILE STATUS IS VOLUME-OVR-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT ACK-WORK-FILE ASSIGN ACKWORK
           FILE STATUS IS ACK-WORK-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FD  MERGE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MERGE-RPT-RECORD PIC X(80).
       FD  VOLUME-OVR-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VOLUME-OVR-RECORD.
           05  VOV-SHELTER PIC X(4).
           05  FILLER PIC X(1).
           05  VOV-OPERATOR PIC X(8).
           05  FILLER PIC X(1).
           05  VOV-REASON PIC X(40).
           05  FILLER PIC X(26).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  ACK-WORK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPACKCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       01  ADOPTS-05-STATUS PIC X(2).
       01  ADOPTS-OUT-STATUS PIC X(2).
       01  MERGE-RPT-STATUS PIC X(2).
       01  VOLUME-OVR-STATUS PIC X(2).
       01  VOLUME-OVR-LOADED PIC X(1) VALUE 'N'.
       01  RUN-CTL-STATUS PIC X(2).
       01  ACK-WORK-STATUS PIC X(2).
       01  ACK-WORK-OPEN PIC X(1) VALUE 'N'.
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-DDS-DD-NAME PIC X(8).
       01  WS-DDS-ROLE PIC X(4).
       01  WS-DDS-READ PIC 9(8).
           05  MRG-FEE-AMOUNT PIC X(7).
           05  MRG-FEE-COMPONENT PIC X(1).
           05  MRG-RETURN-REASON PIC X(3).
           05  FILLER PIC X(1).
           05  MRG-TO-SHELTER PIC X(4).
           05  FILLER PIC X(2).
           05  MRG-COUNT PIC X(3).
       01  WS-CUR-DD PIC X(8).
       01  WS-CUR-STATUS PIC X(2).
       01  WS-FILE-SKIPPED PIC 9(6).
       01  WS-FILE-DUPLICATE PIC X(1).
       01  WS-FILE-CHECKSUM PIC 9(12).
       01  WS-FILE-MERGED PIC 9(6).
       01  WS-FILE-ACK-HASH PIC 9(12).
       01  WS-BYTE-IDX PIC 9(4).
       01  WS-TOTAL-MERGED PIC 9(8) VALUE 0.
       01  WS-FOREIGN-TOTAL PIC 9(6) VALUE 0.
       01  WS-TRANSFER-TOTAL PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-FILES PIC 9(2) VALUE 0.
       01  WS-FILES-PRESENT PIC 9(2) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-HLD-IDX PIC 9(3).
       01  WS-HLD-DROPPED PIC X(1).
       01  WS-HLD-SAVE-RECORD PIC X(58).
       01  WS-VOL-LOW-PCT PIC 9(3) VALUE 50.
       01  WS-VOL-HIGH-PCT PIC 9(3) VALUE 200.
       01  WS-VOL-MIN-CYCLES PIC 9(2) VALUE 3.
       01  WS-VOL-WINDOW PIC 9(2) VALUE 10.
       01  WS-VOL-SHELTER PIC X(4).
       01  WS-VOL-RECORDS PIC 9(6).
       01  WS-VOL-ADOPTIONS PIC 9(7).
       01  WS-VOL-FEES PIC 9(9)V99.
       01  WS-VOL-VERDICT PIC X(1).
           88  VOL-FEED-PLAUSIBLE VALUE 'P'.
           88  VOL-FEED-HELD VALUE 'H'.
           88  VOL-FEED-RELEASED VALUE 'R'.
       01  WS-VOL-HISTORY-FOUND PIC X(1).
       01  WS-VOL-PCT PIC 9(7).
       01  WS-VOL-WORK PIC 9(11)V99.
       01  WS-VOL-PRIOR-CYCLES PIC 9(2).
       01  WS-VOL-OUT-OF-BAND PIC X(1).
       01  WS-HELD-FILES PIC 9(2) VALUE 0.
       01  WS-RELEASED-FILES PIC 9(2) VALUE 0.
       01  WS-VOLUME-HISTORY.
           05  VOH-CYCLES PIC 9(2).
           05  VOH-AVG-RECORDS PIC 9(7)V99.
           05  VOH-AVG-ADOPTIONS PIC 9(7)V99.
           05  VOH-AVG-FEES PIC 9(9)V99.
           05  VOH-LAST-DATE PIC X(8).
       01  VOLUME-OVERRIDE-TABLE.
           05  VOT-ENTRY OCCURS 20 TIMES.
               10  VOT-SHELTER PIC X(4).
               10  VOT-OPERATOR PIC X(8).
               10  VOT-REASON PIC X(40).
               10  VOT-USED PIC X(1).
       01  WS-VOT-COUNT PIC 9(2) VALUE 0.
       01  WS-VOT-IDX PIC 9(2).
       01  WS-VOT-MATCH PIC 9(2).
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
           05  FILLER PIC X(18) VALUE ' DUPLICATE FILES  '.
           05  RPT-TRL-DUPS PIC Z9.
           05  FILLER PIC X(30) VALUE SPACES.
       01  WS-RPT-BAND-LINE.
           05  FILLER PIC X(32)
               VALUE 'VOLUME BAND PCT OF TRAILING AVG '.
           05  RPT-BND-LOW PIC ZZ9.
           05  FILLER PIC X(1) VALUE '-'.
           05  RPT-BND-HIGH PIC ZZ9.
           05  FILLER PIC X(19) VALUE ' AFTER MIN CYCLES  '.
           05  RPT-BND-MIN PIC Z9.
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-VOLUME-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-VOL-MEASURE PIC X(10).
           05  FILLER PIC X(7) VALUE ' TODAY '.
           05  RPT-VOL-TODAY PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(9) VALUE ' AVERAGE '.
           05  RPT-VOL-AVERAGE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(5) VALUE ' PCT '.
           05  RPT-VOL-PCT PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-VOL-FLAG PIC X(12).
       01  WS-RPT-OVERRIDE-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-OVR-TEXT PIC X(18).
           05  RPT-OVR-SHELTER PIC X(4).
           05  FILLER PIC X(4) VALUE ' BY '.
           05  RPT-OVR-OPERATOR PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OVR-REASON PIC X(40).
       01  WS-RPT-HOLD-TRAILER.
           05  FILLER PIC X(22) VALUE 'FEEDS HELD ON VOLUME  '.
           05  RPT-HTR-HELD PIC Z9.
           05  FILLER PIC X(22) VALUE ' RELEASED BY OVERRIDE '.
           05  RPT-HTR-RELEASED PIC Z9.
           05  FILLER PIC X(32) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (1:6) IS NUMERIC
              AND PARM-TEXT (1:3) < PARM-TEXT (4:3)
              MOVE PARM-TEXT (1:3) TO WS-VOL-LOW-PCT
              MOVE PARM-TEXT (4:3) TO WS-VOL-HIGH-PCT
           END-IF
           OPEN OUTPUT ADOPTS-OUT-FILE
           IF ADOPTS-OUT-STATUS NOT = '00'
              DISPLAY 'ZTPADMRG ADOPTS OPEN OUTPUT FAILED, STATUS: '
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT ACK-WORK-FILE
           IF ACK-WORK-STATUS = '00'
              MOVE 'Y' TO ACK-WORK-OPEN
           ELSE
              DISPLAY 'ZTPADMRG ACKWORK NOT AVAILABLE, STATUS: '
                  ACK-WORK-STATUS ' - NO FEED RECEIPTS WRITTEN'
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE MERGE-RPT-RECORD FROM WS-RPT-HEADER
           MOVE WS-VOL-LOW-PCT TO RPT-BND-LOW
           MOVE WS-VOL-HIGH-PCT TO RPT-BND-HIGH
           MOVE WS-VOL-MIN-CYCLES TO RPT-BND-MIN
           WRITE MERGE-RPT-RECORD FROM WS-RPT-BAND-LINE
           PERFORM LOAD-VOLUME-OVERRIDES
           PERFORM WRITE-MERGE-ENVELOPE-HEADER
           PERFORM PROCESS-INPUT-01
           PERFORM PROCESS-INPUT-02
           MOVE WS-TOTAL-MERGED TO RPT-TRL-MERGED
           MOVE WS-DUPLICATE-FILES TO RPT-TRL-DUPS
           WRITE MERGE-RPT-RECORD FROM WS-RPT-TRAILER
           PERFORM REPORT-UNUSED-OVERRIDES
           MOVE WS-HELD-FILES TO RPT-HTR-HELD
           MOVE WS-RELEASED-FILES TO RPT-HTR-RELEASED
           WRITE MERGE-RPT-RECORD FROM WS-RPT-HOLD-TRAILER
           IF VOLUME-OVR-LOADED = 'Y'
              PERFORM CLEAR-VOLUME-OVERRIDES
           END-IF
           CLOSE ADOPTS-OUT-FILE
           CLOSE MERGE-RPT-FILE
           IF ACK-WORK-OPEN = 'Y'
              CLOSE ACK-WORK-FILE
           END-IF
           DISPLAY 'ZTPADMRG SHELTER FILES PRESENT: '
               WS-FILES-PRESENT
           DISPLAY 'ZTPADMRG RECORDS MERGED: ' WS-TOTAL-MERGED
               WS-DUPLICATE-FILES
           DISPLAY 'ZTPADMRG FOREIGN SHELTER RECORDS: '
               WS-FOREIGN-TOTAL
           DISPLAY 'ZTPADMRG TRANSFER RECORDS: ' WS-TRANSFER-TOTAL
           DISPLAY 'ZTPADMRG STALE SHELTER FILES: ' WS-STALE-FILES
           DISPLAY 'ZTPADMRG UNATTRIBUTED FILES SKIPPED: '
               WS-UNATTR-FILES
           DISPLAY 'ZTPADMRG FEEDS HELD ON VOLUME: ' WS-HELD-FILES
           DISPLAY 'ZTPADMRG HELD FEEDS RELEASED BY OVERRIDE: '
               WS-RELEASED-FILES
           IF WS-DROPPED-FILES > 0
              DISPLAY 'ZTPADMRG *** LEADING UNSTAMPED RECORDS '
                  'DROPPED - HOLD TABLE FULL ***'
           END-IF
           IF WS-DUPLICATE-FILES > 0 OR WS-UNATTR-FILES > 0
              OR WS-DROPPED-FILES > 0 OR WS-HELD-FILES > 0
              IF WS-HELD-FILES > 0
                 DISPLAY 'ZTPADMRG *** SHELTER FEED HELD - VOLUME '
                     'OUTSIDE PLAUSIBLE BAND, SEE MRGRPT ***'
              END-IF
              IF WS-DUPLICATE-FILES > 0
                 DISPLAY 'ZTPADMRG *** DUPLICATE SHELTER SUBMISSION '
                     'DETECTED ***'
              MOVE WS-RUN-DATE TO DST-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-START-RECORD.
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
              MOVE 'ZTPADMRG' TO VER-PROGRAM-ID
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

       PROCESS-INPUT-01.
                  MOVE ADOPTS-01-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00'
                     MOVE ADOPTS-01-RECORD TO WS-MERGE-RECORD
                     PERFORM PROFILE-ONE-RECORD
                  END-IF
              END-PERFORM
              CLOSE ADOPTS-01-FILE
              PERFORM CHECK-FEED-VOLUME
              IF NOT VOL-FEED-HELD
                 OPEN INPUT ADOPTS-01-FILE
                 MOVE ADOPTS-01-STATUS TO WS-CUR-STATUS
                 PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                     READ ADOPTS-01-FILE
                     MOVE ADOPTS-01-STATUS TO WS-CUR-STATUS
                     IF WS-CUR-STATUS = '00'
                        MOVE ADOPTS-01-RECORD TO WS-MERGE-RECORD
                        PERFORM MERGE-ONE-RECORD
                     END-IF
                 END-PERFORM
                 CLOSE ADOPTS-01-FILE
              END-IF
              PERFORM FINISH-ONE-INPUT
           END-IF.

                  MOVE ADOPTS-02-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00'
                     MOVE ADOPTS-02-RECORD TO WS-MERGE-RECORD
                     PERFORM PROFILE-ONE-RECORD
                  END-IF
              END-PERFORM
              CLOSE ADOPTS-02-FILE
              PERFORM CHECK-FEED-VOLUME
              IF NOT VOL-FEED-HELD
                 OPEN INPUT ADOPTS-02-FILE
                 MOVE ADOPTS-02-STATUS TO WS-CUR-STATUS
                 PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                     READ ADOPTS-02-FILE
                     MOVE ADOPTS-02-STATUS TO WS-CUR-STATUS
                     IF WS-CUR-STATUS = '00'
                        MOVE ADOPTS-02-RECORD TO WS-MERGE-RECORD
                        PERFORM MERGE-ONE-RECORD
                     END-IF
                 END-PERFORM
                 CLOSE ADOPTS-02-FILE
              END-IF
              PERFORM FINISH-ONE-INPUT
           END-IF.

                  MOVE ADOPTS-03-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00'
                     MOVE ADOPTS-03-RECORD TO WS-MERGE-RECORD
                     PERFORM PROFILE-ONE-RECORD
                  END-IF
              END-PERFORM
              CLOSE ADOPTS-03-FILE
              PERFORM CHECK-FEED-VOLUME
              IF NOT VOL-FEED-HELD
                 OPEN INPUT ADOPTS-03-FILE
                 MOVE ADOPTS-03-STATUS TO WS-CUR-STATUS
                 PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                     READ ADOPTS-03-FILE
                     MOVE ADOPTS-03-STATUS TO WS-CUR-STATUS
                     IF WS-CUR-STATUS = '00'
                        MOVE ADOPTS-03-RECORD TO WS-MERGE-RECORD
                        PERFORM MERGE-ONE-RECORD
                     END-IF
                 END-PERFORM
                 CLOSE ADOPTS-03-FILE
              END-IF
              PERFORM FINISH-ONE-INPUT
           END-IF.

                  MOVE ADOPTS-04-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00'
                     MOVE ADOPTS-04-RECORD TO WS-MERGE-RECORD
                     PERFORM PROFILE-ONE-RECORD
                  END-IF
              END-PERFORM
              CLOSE ADOPTS-04-FILE
              PERFORM CHECK-FEED-VOLUME
              IF NOT VOL-FEED-HELD
                 OPEN INPUT ADOPTS-04-FILE
                 MOVE ADOPTS-04-STATUS TO WS-CUR-STATUS
                 PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                     READ ADOPTS-04-FILE
                     MOVE ADOPTS-04-STATUS TO WS-CUR-STATUS
                     IF WS-CUR-STATUS = '00'
                        MOVE ADOPTS-04-RECORD TO WS-MERGE-RECORD
                        PERFORM MERGE-ONE-RECORD
                     END-IF
                 END-PERFORM
                 CLOSE ADOPTS-04-FILE
              END-IF
              PERFORM FINISH-ONE-INPUT
           END-IF.

                  MOVE ADOPTS-05-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00'
                     MOVE ADOPTS-05-RECORD TO WS-MERGE-RECORD
                     PERFORM PROFILE-ONE-RECORD
                  END-IF
              END-PERFORM
              CLOSE ADOPTS-05-FILE
              PERFORM CHECK-FEED-VOLUME
              IF NOT VOL-FEED-HELD
                 OPEN INPUT ADOPTS-05-FILE
                 MOVE ADOPTS-05-STATUS TO WS-CUR-STATUS
                 PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                     READ ADOPTS-05-FILE
                     MOVE ADOPTS-05-STATUS TO WS-CUR-STATUS
                     IF WS-CUR-STATUS = '00'
                        MOVE ADOPTS-05-RECORD TO WS-MERGE-RECORD
                        PERFORM MERGE-ONE-RECORD
                     END-IF
                 END-PERFORM
                 CLOSE ADOPTS-05-FILE
              END-IF
              PERFORM FINISH-ONE-INPUT
           END-IF.

           MOVE 0 TO WS-FILE-FOREIGN
           MOVE 0 TO WS-FILE-SKIPPED
           MOVE 0 TO WS-FILE-CHECKSUM
           MOVE 0 TO WS-FILE-MERGED
           MOVE 0 TO WS-FILE-ACK-HASH
           MOVE 'N' TO WS-FILE-DUPLICATE
           MOVE SPACES TO WS-VOL-SHELTER
           MOVE 0 TO WS-VOL-RECORDS
           MOVE 0 TO WS-VOL-ADOPTIONS
           MOVE 0 TO WS-VOL-FEES
           MOVE 'P' TO WS-VOL-VERDICT
           MOVE 'N' TO WS-VOL-HISTORY-FOUND.

       PROFILE-ONE-RECORD.
           IF WS-MERGE-RECORD NOT = SPACES
              AND WS-MERGE-RECORD (1:4) NOT = 'ENVH'
              AND WS-MERGE-RECORD (1:4) NOT = 'ENVT'
              ADD 1 TO WS-VOL-RECORDS
              PERFORM ADD-RECORD-TO-ACK-HASH
              IF WS-VOL-SHELTER = SPACES
                 MOVE MRG-SHELTER TO WS-VOL-SHELTER
              END-IF
              IF MRG-TRAN-TYPE NOT = 'R'
                 AND MRG-TRAN-TYPE NOT = 'T'
                 IF MRG-COUNT IS NUMERIC
                    ADD FUNCTION NUMVAL(MRG-COUNT) TO WS-VOL-ADOPTIONS
                 END-IF
                 IF MRG-FEE-AMOUNT IS NUMERIC
                    COMPUTE WS-VOL-FEES = WS-VOL-FEES
                        + FUNCTION NUMVAL(MRG-FEE-AMOUNT) / 100
                 END-IF
              END-IF
           END-IF.

       CHECK-FEED-VOLUME.
           IF WS-VOL-SHELTER = SPACES
              OR WS-VOL-RECORDS = 0
              CONTINUE
           ELSE
              MOVE 'N' TO WS-FILE-DUPLICATE
              PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                      UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                  IF SEEN-SHELTER (WS-SEEN-IDX) = WS-VOL-SHELTER
                     MOVE 'Y' TO WS-FILE-DUPLICATE
                  END-IF
              END-PERFORM
              IF WS-FILE-DUPLICATE = 'N'
                 PERFORM LOAD-VOLUME-HISTORY
                 IF WS-VOL-HISTORY-FOUND = 'Y'
                    AND VOH-CYCLES >= WS-VOL-MIN-CYCLES
                    PERFORM JUDGE-FEED-VOLUME
                 END-IF
              END-IF
              MOVE 'N' TO WS-FILE-DUPLICATE
           END-IF.

       LOAD-VOLUME-HISTORY.
           MOVE SPACES TO STA-STATE-NAME
           STRING 'VOL-' WS-VOL-SHELTER
               DELIMITED BY SIZE INTO STA-STATE-NAME
           MOVE SPACES TO STA-STATE-VALUE
           CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
           IF STA-RESULT = 'Y'
              AND STA-STATE-VALUE (1:31) IS NUMERIC
              MOVE STA-STATE-VALUE (1:39) TO WS-VOLUME-HISTORY
              MOVE 'Y' TO WS-VOL-HISTORY-FOUND
           ELSE
              INITIALIZE WS-VOLUME-HISTORY
           END-IF.

       JUDGE-FEED-VOLUME.
           MOVE 'N' TO WS-VOL-OUT-OF-BAND
           IF VOH-AVG-RECORDS >= 1
              COMPUTE WS-VOL-PCT =
                  WS-VOL-RECORDS * 100 / VOH-AVG-RECORDS
              IF WS-VOL-PCT < WS-VOL-LOW-PCT
                 OR WS-VOL-PCT > WS-VOL-HIGH-PCT
                 MOVE 'Y' TO WS-VOL-OUT-OF-BAND
              END-IF
           END-IF
           IF VOH-AVG-ADOPTIONS >= 1
              COMPUTE WS-VOL-PCT =
                  WS-VOL-ADOPTIONS * 100 / VOH-AVG-ADOPTIONS
              IF WS-VOL-PCT < WS-VOL-LOW-PCT
                 OR WS-VOL-PCT > WS-VOL-HIGH-PCT
                 MOVE 'Y' TO WS-VOL-OUT-OF-BAND
              END-IF
           END-IF
           IF VOH-AVG-FEES >= 1
              COMPUTE WS-VOL-PCT =
                  WS-VOL-FEES * 100 / VOH-AVG-FEES
              IF WS-VOL-PCT < WS-VOL-LOW-PCT
                 OR WS-VOL-PCT > WS-VOL-HIGH-PCT
                 MOVE 'Y' TO WS-VOL-OUT-OF-BAND
              END-IF
           END-IF
           IF WS-VOL-OUT-OF-BAND = 'Y'
              MOVE 0 TO WS-VOT-MATCH
              PERFORM VARYING WS-VOT-IDX FROM 1 BY 1
                      UNTIL WS-VOT-IDX > WS-VOT-COUNT
                         OR WS-VOT-MATCH > 0
                  IF VOT-SHELTER (WS-VOT-IDX) = WS-VOL-SHELTER
                     AND VOT-USED (WS-VOT-IDX) = 'N'
                     MOVE WS-VOT-IDX TO WS-VOT-MATCH
                  END-IF
              END-PERFORM
              IF WS-VOT-MATCH > 0
                 MOVE 'Y' TO VOT-USED (WS-VOT-MATCH)
                 MOVE 'R' TO WS-VOL-VERDICT
                 ADD 1 TO WS-RELEASED-FILES
                 DISPLAY 'ZTPADMRG SHELTER ' WS-VOL-SHELTER
                     ' VOLUME OUTSIDE BAND, RELEASED BY OVERRIDE FROM '
                     VOT-OPERATOR (WS-VOT-MATCH)
              ELSE
                 MOVE 'H' TO WS-VOL-VERDICT
                 ADD 1 TO WS-HELD-FILES
                 DISPLAY 'ZTPADMRG SHELTER ' WS-VOL-SHELTER
                     ' VOLUME OUTSIDE BAND, ' WS-CUR-DD
                     ' HELD OUT OF THE MERGE'
              END-IF
           END-IF.

       SAVE-VOLUME-HISTORY.
           IF WS-VOL-HISTORY-FOUND NOT = 'Y'
              INITIALIZE WS-VOLUME-HISTORY
           END-IF
           IF VOH-CYCLES < WS-VOL-WINDOW
              ADD 1 TO VOH-CYCLES
           END-IF
           SUBTRACT 1 FROM VOH-CYCLES GIVING WS-VOL-PRIOR-CYCLES
           COMPUTE WS-VOL-WORK =
               VOH-AVG-RECORDS * WS-VOL-PRIOR-CYCLES + WS-VOL-RECORDS
           COMPUTE VOH-AVG-RECORDS ROUNDED = WS-VOL-WORK / VOH-CYCLES
           COMPUTE WS-VOL-WORK =
               VOH-AVG-ADOPTIONS * WS-VOL-PRIOR-CYCLES
               + WS-VOL-ADOPTIONS
           COMPUTE VOH-AVG-ADOPTIONS ROUNDED =
               WS-VOL-WORK / VOH-CYCLES
           COMPUTE WS-VOL-WORK =
               VOH-AVG-FEES * WS-VOL-PRIOR-CYCLES + WS-VOL-FEES
           COMPUTE VOH-AVG-FEES ROUNDED = WS-VOL-WORK / VOH-CYCLES
           MOVE WS-RUN-DATE TO VOH-LAST-DATE
           MOVE SPACES TO STA-STATE-NAME
           STRING 'VOL-' WS-VOL-SHELTER
               DELIMITED BY SIZE INTO STA-STATE-NAME
           MOVE SPACES TO STA-STATE-VALUE
           MOVE WS-VOLUME-HISTORY TO STA-STATE-VALUE (1:39)
           CALL 'ZTPSTATP' USING STATE-REQUEST-AREA.

       WRITE-VOLUME-LINES.
           MOVE 'RECORDS   ' TO RPT-VOL-MEASURE
           MOVE WS-VOL-RECORDS TO RPT-VOL-TODAY
           MOVE VOH-AVG-RECORDS TO RPT-VOL-AVERAGE
           MOVE 0 TO WS-VOL-PCT
           IF VOH-AVG-RECORDS >= 1
              COMPUTE WS-VOL-PCT =
                  WS-VOL-RECORDS * 100 / VOH-AVG-RECORDS
           END-IF
           PERFORM FORMAT-VOLUME-LINE
           MOVE 'ADOPTIONS ' TO RPT-VOL-MEASURE
           MOVE WS-VOL-ADOPTIONS TO RPT-VOL-TODAY
           MOVE VOH-AVG-ADOPTIONS TO RPT-VOL-AVERAGE
           MOVE 0 TO WS-VOL-PCT
           IF VOH-AVG-ADOPTIONS >= 1
              COMPUTE WS-VOL-PCT =
                  WS-VOL-ADOPTIONS * 100 / VOH-AVG-ADOPTIONS
           END-IF
           PERFORM FORMAT-VOLUME-LINE
           MOVE 'FEES      ' TO RPT-VOL-MEASURE
           MOVE WS-VOL-FEES TO RPT-VOL-TODAY
           MOVE VOH-AVG-FEES TO RPT-VOL-AVERAGE
           MOVE 0 TO WS-VOL-PCT
           IF VOH-AVG-FEES >= 1
              COMPUTE WS-VOL-PCT =
                  WS-VOL-FEES * 100 / VOH-AVG-FEES
           END-IF
           PERFORM FORMAT-VOLUME-LINE.

       FORMAT-VOLUME-LINE.
           MOVE SPACES TO RPT-VOL-FLAG
           IF WS-VOL-PCT > 0
              AND (WS-VOL-PCT < WS-VOL-LOW-PCT
                   OR WS-VOL-PCT > WS-VOL-HIGH-PCT)
              MOVE 'OUT OF BAND ' TO RPT-VOL-FLAG
           END-IF
           IF WS-VOL-PCT > 9999
              MOVE 9999 TO WS-VOL-PCT
           END-IF
           MOVE WS-VOL-PCT TO RPT-VOL-PCT
           WRITE MERGE-RPT-RECORD FROM WS-RPT-VOLUME-LINE.

       LOAD-VOLUME-OVERRIDES.
           OPEN INPUT VOLUME-OVR-FILE
           IF VOLUME-OVR-STATUS NOT = '00'
              DISPLAY 'ZTPADMRG MRGOVRD NOT AVAILABLE, STATUS: '
                  VOLUME-OVR-STATUS
           ELSE
              MOVE 'Y' TO VOLUME-OVR-LOADED
              PERFORM UNTIL VOLUME-OVR-STATUS NOT = '00'
                  READ VOLUME-OVR-FILE
                  IF VOLUME-OVR-STATUS = '00'
                     PERFORM VALIDATE-VOLUME-OVERRIDE
                  END-IF
              END-PERFORM
              CLOSE VOLUME-OVR-FILE
           END-IF.

       VALIDATE-VOLUME-OVERRIDE.
           MOVE VOV-SHELTER TO RPT-OVR-SHELTER
           MOVE VOV-OPERATOR TO RPT-OVR-OPERATOR
           MOVE VOV-REASON TO RPT-OVR-REASON
           EVALUATE TRUE
               WHEN VOLUME-OVR-RECORD = SPACES
                   CONTINUE
               WHEN VOV-SHELTER = SPACES
               WHEN VOV-OPERATOR = SPACES
               WHEN VOV-REASON = SPACES
                   MOVE 'OVERRIDE INVALID  ' TO RPT-OVR-TEXT
                   WRITE MERGE-RPT-RECORD FROM WS-RPT-OVERRIDE-LINE
               WHEN WS-VOT-COUNT = 20
                   MOVE 'OVERRIDE TBL FULL ' TO RPT-OVR-TEXT
                   WRITE MERGE-RPT-RECORD FROM WS-RPT-OVERRIDE-LINE
               WHEN OTHER
                   ADD 1 TO WS-VOT-COUNT
                   MOVE VOV-SHELTER TO VOT-SHELTER (WS-VOT-COUNT)
                   MOVE VOV-OPERATOR TO VOT-OPERATOR (WS-VOT-COUNT)
                   MOVE VOV-REASON TO VOT-REASON (WS-VOT-COUNT)
                   MOVE 'N' TO VOT-USED (WS-VOT-COUNT)
           END-EVALUATE.

       REPORT-UNUSED-OVERRIDES.
           PERFORM VARYING WS-VOT-IDX FROM 1 BY 1
                   UNTIL WS-VOT-IDX > WS-VOT-COUNT
               IF VOT-USED (WS-VOT-IDX) = 'N'
                  MOVE 'OVERRIDE NOT USED ' TO RPT-OVR-TEXT
                  MOVE VOT-SHELTER (WS-VOT-IDX) TO RPT-OVR-SHELTER
                  MOVE VOT-OPERATOR (WS-VOT-IDX) TO RPT-OVR-OPERATOR
                  MOVE VOT-REASON (WS-VOT-IDX) TO RPT-OVR-REASON
                  WRITE MERGE-RPT-RECORD FROM WS-RPT-OVERRIDE-LINE
               END-IF
           END-PERFORM.

       CLEAR-VOLUME-OVERRIDES.
           OPEN OUTPUT VOLUME-OVR-FILE
           IF VOLUME-OVR-STATUS = '00'
              CLOSE VOLUME-OVR-FILE
           ELSE
              DISPLAY 'ZTPADMRG MRGOVRD CLEAR FAILED, STATUS: '
                  VOLUME-OVR-STATUS
           END-IF.

       MERGE-ONE-RECORD.
           IF WS-MERGE-RECORD = SPACES
                    END-IF
                 ELSE
                    IF MRG-SHELTER NOT = WS-FILE-SHELTER
                       AND (MRG-TRAN-TYPE NOT = 'T'
                            OR MRG-TO-SHELTER NOT = WS-FILE-SHELTER)
                       ADD 1 TO WS-FILE-FOREIGN
                       ADD 1 TO WS-FOREIGN-TOTAL
                    END-IF
                   1000000000000)
           END-PERFORM.

       ADD-RECORD-TO-ACK-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 58
               COMPUTE WS-FILE-ACK-HASH = FUNCTION MOD(
                   WS-FILE-ACK-HASH +
                   FUNCTION ORD(WS-MERGE-RECORD (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       CHECK-SHELTER-ALREADY-SEEN.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
              STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-MERGED
           ADD 1 TO WS-FILE-MERGED
           IF MRG-TRAN-TYPE = 'T'
              ADD 1 TO WS-TRANSFER-TOTAL
           END-IF
           PERFORM ADD-RECORD-TO-HASH.

       ADD-RECORD-TO-HASH.
           MOVE WS-FILE-RECORDS TO RPT-FIL-RECORDS
           MOVE WS-FILE-STAMPED TO RPT-FIL-STAMPED
           MOVE WS-FILE-FOREIGN TO RPT-FIL-FOREIGN
           IF VOL-FEED-HELD
              MOVE WS-VOL-SHELTER TO RPT-FIL-SHELTER
              MOVE WS-VOL-RECORDS TO RPT-FIL-RECORDS
              MOVE 'VOLUME-HOLD      ' TO RPT-FIL-VERDICT
           ELSE
              IF WS-FILE-DUPLICATE = 'Y'
                 MOVE 'DUPLICATE-SKIP   ' TO RPT-FIL-VERDICT
              ELSE
                 IF WS-FILE-SHELTER = SPACES
                    AND WS-FILE-RECORDS > 0
                    ADD 1 TO WS-UNATTR-FILES
                    MOVE 'UNATTRIBUTED-SKIP' TO RPT-FIL-VERDICT
                    DISPLAY 'ZTPADMRG ' WS-CUR-DD ' CARRIES NO SHELTER '
                        'CODE ON ANY RECORD, ' WS-FILE-SKIPPED
                        ' RECORDS NOT MERGED'
                 ELSE
                    IF WS-FILE-STALE = 'Y'
                       MOVE 'STALE-RESEND     ' TO RPT-FIL-VERDICT
                    ELSE
                       IF WS-FILE-FOREIGN > 0
                          MOVE 'FOREIGN RECORDS  ' TO RPT-FIL-VERDICT
                       ELSE
                          MOVE 'MERGED           ' TO RPT-FIL-VERDICT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           WRITE MERGE-RPT-RECORD FROM WS-RPT-FILE-LINE
           PERFORM WRITE-FEED-RECEIPT
           IF NOT VOL-FEED-PLAUSIBLE
              PERFORM WRITE-VOLUME-LINES
           END-IF
           IF VOL-FEED-RELEASED
              MOVE 'RELEASED OVERRIDE ' TO RPT-OVR-TEXT
              MOVE WS-VOL-SHELTER TO RPT-OVR-SHELTER
              MOVE VOT-OPERATOR (WS-VOT-MATCH) TO RPT-OVR-OPERATOR
              MOVE VOT-REASON (WS-VOT-MATCH) TO RPT-OVR-REASON
              WRITE MERGE-RPT-RECORD FROM WS-RPT-OVERRIDE-LINE
           END-IF
           IF WS-FILE-DUPLICATE = 'N'
              AND WS-FILE-SHELTER NOT = SPACES
              AND WS-FILE-RECORDS > 0
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM SAVE-VOLUME-HISTORY
           END-IF.

       WRITE-FEED-RECEIPT.
           IF ACK-WORK-OPEN = 'Y'
              MOVE SPACES TO ACK-WORK-RECORD
              MOVE 'R' TO ACK-RECORD-TYPE
              MOVE RPT-FIL-SHELTER TO ACK-SHELTER
              MOVE WS-RUN-DATE TO ACK-BUSINESS-DATE
              MOVE WS-CUR-DD TO ACK-FEED-DD
              MOVE WS-VOL-RECORDS TO ACK-RECORDS-RECEIVED
              MOVE WS-FILE-MERGED TO ACK-RECORDS-MERGED
              MOVE WS-FILE-ACK-HASH TO ACK-HASH-TOTAL
              MOVE WS-VOL-FEES TO ACK-FEE-TOTAL
              MOVE WS-VOL-ADOPTIONS TO ACK-ADOPTION-TOTAL
              MOVE RPT-FIL-VERDICT TO ACK-OUTCOME
              WRITE ACK-WORK-RECORD
              IF ACK-WORK-STATUS NOT = '00'
                 DISPLAY 'ZTPADMRG ACKWORK WRITE FAILED, STATUS: '
                     ACK-WORK-STATUS
                 CLOSE ACK-WORK-FILE
                 MOVE 'N' TO ACK-WORK-OPEN
              END-IF
           END-IF.

       CHECK-PRIOR-FINGERPRINT.
           MOVE SPACES TO STA-STATE-NAME
