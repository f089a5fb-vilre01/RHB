       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPBRDSG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPT-REJ-FILE ASSIGN ADOPTREJ
           FILE STATUS IS ADOPT-REJ-STATUS.
           SELECT BREED-CTL-FILE ASSIGN BREEDCTL
           FILE STATUS IS BREED-CTL-STATUS.
           SELECT BREED-ALIAS-FILE ASSIGN BRDALIAS
           FILE STATUS IS BREED-ALIAS-STATUS.
           SELECT REJ-SUGG-FILE ASSIGN REJSUGG
           FILE STATUS IS REJ-SUGG-STATUS.
           SELECT SUGG-RPT-FILE ASSIGN BRDSUGG
           FILE STATUS IS SUGG-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADOPT-REJ-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-REJ-RECORD.
           05  REJ-BREED PIC X(30).
           05  REJ-COUNT PIC X(3).
           05  REJ-FEE-AMOUNT PIC X(7).
           05  REJ-REASON PIC X(31).
           05  REJ-SHELTER PIC X(4).
           05  REJ-PERIOD PIC X(2).
           05  REJ-TRAN-TYPE PIC X(1).
           05  REJ-FEE-COMPONENT PIC X(1).
           05  REJ-SPECIES PIC X(1).
           05  REJ-TO-SHELTER PIC X(4).
       FD  BREED-CTL-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-CTL-RECORD.
           05  CTL-BREED-NAME PIC X(30).
           05  CTL-BREED-EFF-DATE PIC X(8).
           05  CTL-BREED-EXP-DATE PIC X(8).
           05  CTL-BREED-SPECIES PIC X(1).
       FD  BREED-ALIAS-FILE RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-ALIAS-RECORD.
           05  ALS-OLD-NAME PIC X(30).
           05  ALS-NEW-NAME PIC X(30).
           05  ALS-RENAME-DATE PIC X(8).
       FD  REJ-SUGG-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-SUGG-RECORD.
           05  RWK-BREED PIC X(30).
           05  RWK-PERIOD PIC X(2).
           05  RWK-SHELTER PIC X(4).
           05  RWK-TRAN-TYPE PIC X(1).
           05  RWK-FEE PIC X(7).
           05  RWK-FEE-COMPONENT PIC X(1).
           05  RWK-RETURN-REASON PIC X(3).
           05  RWK-COUNT PIC X(3).
           05  RWK-REJECT-REASON PIC X(28).
           05  RWK-SPECIES PIC X(1).
           05  RWK-TO-SHELTER PIC X(4).
       FD  SUGG-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SUGG-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       COPY ZTPSPCCP.
       01  ADOPT-REJ-STATUS PIC X(2).
       01  BREED-CTL-STATUS PIC X(2).
       01  BREED-ALIAS-STATUS PIC X(2).
       01  REJ-SUGG-STATUS PIC X(2).
       01  SUGG-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-FINAL-RC PIC 9(4) VALUE 0.
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-THRESHOLD PIC 9(3) VALUE 80.
       01  WS-MIN-MARGIN PIC 9(3) VALUE 5.
       01  WS-REPORT-FLOOR PIC 9(3) VALUE 40.
       01  WS-UNKNOWN-BREED-REASON PIC X(31)
           VALUE 'BREED NOT ACTIVE ON MASTER LIST'.
       01  WS-REJECTS-READ PIC 9(6) VALUE 0.
       01  WS-BREED-REJECTS PIC 9(6) VALUE 0.
       01  WS-WITH-CANDIDATES PIC 9(6) VALUE 0.
       01  WS-READY-WRITTEN PIC 9(6) VALUE 0.
       01  WS-NO-CANDIDATE PIC 9(6) VALUE 0.
       01  BREED-TABLE.
           05  BRT-ENTRY OCCURS 200 TIMES.
               10  BRT-NAME PIC X(30).
               10  BRT-SPECIES PIC X(1).
       01  WS-BRT-COUNT PIC 9(3) VALUE 0.
       01  WS-BRT-IDX PIC 9(3).
       01  WS-BRT-SKIPPED PIC 9(4) VALUE 0.
       01  ALIAS-TABLE.
           05  ALT-ENTRY OCCURS 100 TIMES.
               10  ALT-OLD-NAME PIC X(30).
               10  ALT-NEW-NAME PIC X(30).
       01  WS-ALT-COUNT PIC 9(3) VALUE 0.
       01  WS-ALT-IDX PIC 9(3).
       01  WS-ALT-SCAN-IDX PIC 9(3).
       01  WS-ALIAS-WORK-NAME PIC X(30).
       01  WS-ALIAS-FOLDED PIC X(1).
       01  WS-ALIAS-PASS PIC 9(2).
       01  WS-REJ-SPECIES PIC X(1).
       01  WS-CAND-NAME PIC X(30).
       01  WS-CAND-SOURCE PIC X(1).
       01  WS-CAND-VIA PIC X(30).
       01  WS-CAND-ACTIVE PIC X(1).
       01  CANDIDATE-TABLE.
           05  CND-ENTRY OCCURS 3 TIMES.
               10  CND-NAME PIC X(30).
               10  CND-SCORE PIC 9(3).
               10  CND-SOURCE PIC X(1).
               10  CND-VIA PIC X(30).
       01  WS-CND-COUNT PIC 9(1) VALUE 0.
       01  WS-CND-IDX PIC 9(1).
       01  WS-CND-SLOT PIC 9(1).
       01  WS-CND-SHIFT PIC 9(1).
       01  WS-COMPARE-A PIC X(30).
       01  WS-COMPARE-B PIC X(30).
       01  WS-LEN-A PIC 9(2).
       01  WS-LEN-B PIC 9(2).
       01  WS-LEN-MAX PIC 9(2).
       01  WS-EDIT-I PIC 9(2).
       01  WS-EDIT-J PIC 9(2).
       01  WS-EDIT-COST PIC 9(1).
       01  WS-EDIT-BEST PIC 9(2).
       01  WS-EDIT-TRY PIC 9(2).
       01  WS-EDIT-DISTANCE PIC 9(2).
       01  EDIT-ROWS.
           05  EDP-PREV OCCURS 31 TIMES PIC 9(2).
           05  EDP-CURR OCCURS 31 TIMES PIC 9(2).
       01  WS-SCORE PIC 9(3).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(38)
               VALUE 'BREED NAME SUGGESTIONS FOR REJECTS    '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(17) VALUE '  READY AT SCORE '.
           05  RPT-HDR-THRESHOLD PIC ZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
       01  WS-RPT-REJECT-LINE.
           05  FILLER PIC X(7) VALUE 'REJECT '.
           05  RPT-REJ-BREED PIC X(30).
           05  FILLER PIC X(5) VALUE ' SHL '.
           05  RPT-REJ-SHELTER PIC X(4).
           05  FILLER PIC X(4) VALUE ' PD '.
           05  RPT-REJ-PERIOD PIC X(2).
           05  FILLER PIC X(9) VALUE ' SPECIES '.
           05  RPT-REJ-SPECIES PIC X(8).
           05  FILLER PIC X(7) VALUE ' COUNT '.
           05  RPT-REJ-COUNT PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-RPT-CAND-LINE.
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-CND-RANK PIC 9.
           05  FILLER PIC X(2) VALUE '. '.
           05  RPT-CND-NAME PIC X(30).
           05  FILLER PIC X(7) VALUE ' SCORE '.
           05  RPT-CND-SCORE PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CND-NOTE PIC X(31).
       01  WS-RPT-NONE-LINE.
           05  FILLER PIC X(8) VALUE SPACES.
           05  FILLER PIC X(47)
               VALUE 'NO ACTIVE BREED OF THIS SPECIES SCORED AT LEAST'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-NON-FLOOR PIC ZZ9.
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-TRAILER-1.
           05  FILLER PIC X(24) VALUE 'UNKNOWN-BREED REJECTS   '.
           05  RPT-TRL-BREED PIC ZZZZZ9.
           05  FILLER PIC X(20) VALUE '  WITH CANDIDATES   '.
           05  RPT-TRL-CAND PIC ZZZZZ9.
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-RPT-TRAILER-2.
           05  FILLER PIC X(24) VALUE 'READY RESUBMISSIONS     '.
           05  RPT-TRL-READY PIC ZZZZZ9.
           05  FILLER PIC X(20) VALUE '  NO CANDIDATE      '.
           05  RPT-TRL-NONE PIC ZZZZZ9.
           05  FILLER PIC X(24) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              AND PARM-TEXT (1:3) > '000'
              AND PARM-TEXT (1:3) NOT > '100'
              MOVE PARM-TEXT (1:3) TO WS-THRESHOLD
           END-IF
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-BREED-TABLE
           PERFORM LOAD-ALIAS-TABLE
           PERFORM OPEN-SUGGESTION-FILES
           PERFORM SUGGEST-FOR-REJECTS
           MOVE WS-BREED-REJECTS TO RPT-TRL-BREED
           MOVE WS-WITH-CANDIDATES TO RPT-TRL-CAND
           MOVE WS-READY-WRITTEN TO RPT-TRL-READY
           MOVE WS-NO-CANDIDATE TO RPT-TRL-NONE
           MOVE SPACES TO SUGG-RPT-RECORD
           WRITE SUGG-RPT-RECORD
           WRITE SUGG-RPT-RECORD FROM WS-RPT-TRAILER-1
           WRITE SUGG-RPT-RECORD FROM WS-RPT-TRAILER-2
           CLOSE REJ-SUGG-FILE
           CLOSE SUGG-RPT-FILE
           DISPLAY 'ZTPBRDSG REJECTS READ: ' WS-REJECTS-READ
           DISPLAY 'ZTPBRDSG UNKNOWN-BREED REJECTS: ' WS-BREED-REJECTS
           DISPLAY 'ZTPBRDSG READY RESUBMISSIONS WRITTEN: '
               WS-READY-WRITTEN
           IF WS-BRT-SKIPPED > 0
              DISPLAY 'ZTPBRDSG BREEDCTL ENTRIES BEYOND 200 NOT '
                  'COMPARED: ' WS-BRT-SKIPPED
              MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
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

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPBRDSG' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-BREED-REJECTS TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPBRDSG' TO VER-PROGRAM-ID
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

       LOAD-BREED-TABLE.
           OPEN INPUT BREED-CTL-FILE
           IF BREED-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPBRDSG BREEDCTL OPEN FAILED, STATUS: '
                  BREED-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ BREED-CTL-FILE
               IF BREED-CTL-STATUS = '00'
                  IF CTL-BREED-NAME NOT = SPACES
                     AND (CTL-BREED-EFF-DATE = SPACES
                          OR CTL-BREED-EFF-DATE NOT > WS-RUN-DATE)
                     AND (CTL-BREED-EXP-DATE = SPACES
                          OR CTL-BREED-EXP-DATE NOT < WS-RUN-DATE)
                     IF WS-BRT-COUNT < 200
                        ADD 1 TO WS-BRT-COUNT
                        MOVE CTL-BREED-NAME TO BRT-NAME (WS-BRT-COUNT)
                        IF CTL-BREED-SPECIES = SPACE
                           MOVE SPECIES-DEFAULT-CODE TO
                               BRT-SPECIES (WS-BRT-COUNT)
                        ELSE
                           MOVE CTL-BREED-SPECIES TO
                               BRT-SPECIES (WS-BRT-COUNT)
                        END-IF
                     ELSE
                        ADD 1 TO WS-BRT-SKIPPED
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE BREED-CTL-FILE.

       LOAD-ALIAS-TABLE.
           OPEN INPUT BREED-ALIAS-FILE
           IF BREED-ALIAS-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ BREED-ALIAS-FILE
                  IF BREED-ALIAS-STATUS = '00'
                     IF ALS-OLD-NAME NOT = SPACES
                        AND WS-ALT-COUNT < 100
                        ADD 1 TO WS-ALT-COUNT
                        MOVE ALS-OLD-NAME TO ALT-OLD-NAME (WS-ALT-COUNT)
                        MOVE ALS-NEW-NAME TO ALT-NEW-NAME (WS-ALT-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE BREED-ALIAS-FILE
           ELSE
              DISPLAY 'ZTPBRDSG BRDALIAS NOT AVAILABLE, STATUS: '
                  BREED-ALIAS-STATUS ' - RENAMED BREEDS NOT SCORED'
           END-IF.

       OPEN-SUGGESTION-FILES.
           OPEN OUTPUT REJ-SUGG-FILE
           IF REJ-SUGG-STATUS NOT = '00'
              DISPLAY 'ZTPBRDSG REJSUGG OPEN FAILED, STATUS: '
                  REJ-SUGG-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT SUGG-RPT-FILE
           IF SUGG-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPBRDSG BRDSUGG OPEN FAILED, STATUS: '
                  SUGG-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE REJ-SUGG-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-THRESHOLD TO RPT-HDR-THRESHOLD
           WRITE SUGG-RPT-RECORD FROM WS-RPT-HEADER.

       SUGGEST-FOR-REJECTS.
           OPEN INPUT ADOPT-REJ-FILE
           IF ADOPT-REJ-STATUS NOT = '00'
              DISPLAY 'ZTPBRDSG ADOPTREJ NOT AVAILABLE, STATUS: '
                  ADOPT-REJ-STATUS
              MOVE 4 TO WS-FINAL-RC
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADOPT-REJ-FILE
                  IF ADOPT-REJ-STATUS = '00'
                     ADD 1 TO WS-REJECTS-READ
                     IF REJ-REASON = WS-UNKNOWN-BREED-REASON
                        AND REJ-BREED NOT = SPACES
                        ADD 1 TO WS-BREED-REJECTS
                        PERFORM SUGGEST-ONE-REJECT
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ADOPT-REJ-FILE
           END-IF.

       SUGGEST-ONE-REJECT.
           IF REJ-SPECIES = SPACE
              MOVE SPECIES-DEFAULT-CODE TO WS-REJ-SPECIES
           ELSE
              MOVE REJ-SPECIES TO WS-REJ-SPECIES
           END-IF
           MOVE 0 TO WS-CND-COUNT
           INITIALIZE CANDIDATE-TABLE
           MOVE FUNCTION UPPER-CASE(REJ-BREED) TO WS-COMPARE-A
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-COUNT
               IF BRT-SPECIES (WS-BRT-IDX) = WS-REJ-SPECIES
                  MOVE BRT-NAME (WS-BRT-IDX) TO WS-COMPARE-B
                  PERFORM SCORE-NAME-PAIR
                  MOVE BRT-NAME (WS-BRT-IDX) TO WS-CAND-NAME
                  MOVE 'B' TO WS-CAND-SOURCE
                  MOVE SPACES TO WS-CAND-VIA
                  PERFORM OFFER-CANDIDATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ALT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ALT-SCAN-IDX > WS-ALT-COUNT
               MOVE ALT-OLD-NAME (WS-ALT-SCAN-IDX) TO WS-COMPARE-B
               PERFORM SCORE-NAME-PAIR
               IF WS-SCORE >= WS-REPORT-FLOOR
                  MOVE ALT-NEW-NAME (WS-ALT-SCAN-IDX) TO
                      WS-ALIAS-WORK-NAME
                  PERFORM FOLD-BREED-ALIAS
                  PERFORM CHECK-CANDIDATE-ACTIVE
                  IF WS-CAND-ACTIVE = 'Y'
                     MOVE WS-ALIAS-WORK-NAME TO WS-CAND-NAME
                     MOVE 'A' TO WS-CAND-SOURCE
                     MOVE ALT-OLD-NAME (WS-ALT-SCAN-IDX) TO WS-CAND-VIA
                     PERFORM OFFER-CANDIDATE
                  END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-SUGGESTION-LINES
           IF WS-CND-COUNT > 0
              ADD 1 TO WS-WITH-CANDIDATES
              IF CND-SCORE (1) >= WS-THRESHOLD
                 AND (WS-CND-COUNT = 1
                      OR CND-SCORE (1) - CND-SCORE (2)
                         >= WS-MIN-MARGIN)
                 PERFORM WRITE-READY-RESUBMISSION
              END-IF
           ELSE
              ADD 1 TO WS-NO-CANDIDATE
           END-IF.

       FOLD-BREED-ALIAS.
           MOVE 0 TO WS-ALIAS-PASS
           MOVE 'Y' TO WS-ALIAS-FOLDED
           PERFORM UNTIL WS-ALIAS-FOLDED = 'N'
                   OR WS-ALIAS-PASS > 10
               ADD 1 TO WS-ALIAS-PASS
               MOVE 'N' TO WS-ALIAS-FOLDED
               PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                       UNTIL WS-ALT-IDX > WS-ALT-COUNT
                   IF ALT-OLD-NAME (WS-ALT-IDX) =
                          WS-ALIAS-WORK-NAME
                      MOVE ALT-NEW-NAME (WS-ALT-IDX) TO
                          WS-ALIAS-WORK-NAME
                      MOVE 'Y' TO WS-ALIAS-FOLDED
                      MOVE WS-ALT-COUNT TO WS-ALT-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-CANDIDATE-ACTIVE.
           MOVE 'N' TO WS-CAND-ACTIVE
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-COUNT
               IF BRT-NAME (WS-BRT-IDX) = WS-ALIAS-WORK-NAME
                  AND BRT-SPECIES (WS-BRT-IDX) = WS-REJ-SPECIES
                  MOVE 'Y' TO WS-CAND-ACTIVE
                  MOVE WS-BRT-COUNT TO WS-BRT-IDX
               END-IF
           END-PERFORM.

       SCORE-NAME-PAIR.
           MOVE FUNCTION UPPER-CASE(WS-COMPARE-B) TO WS-COMPARE-B
           MOVE 30 TO WS-LEN-A
           PERFORM UNTIL WS-LEN-A = 0
                   OR WS-COMPARE-A (WS-LEN-A:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN-A
           END-PERFORM
           MOVE 30 TO WS-LEN-B
           PERFORM UNTIL WS-LEN-B = 0
                   OR WS-COMPARE-B (WS-LEN-B:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN-B
           END-PERFORM
           IF WS-LEN-A > WS-LEN-B
              MOVE WS-LEN-A TO WS-LEN-MAX
           ELSE
              MOVE WS-LEN-B TO WS-LEN-MAX
           END-IF
           IF WS-LEN-MAX = 0 OR WS-LEN-A = 0 OR WS-LEN-B = 0
              MOVE 0 TO WS-SCORE
           ELSE
              PERFORM COMPUTE-EDIT-DISTANCE
              IF WS-EDIT-DISTANCE >= WS-LEN-MAX
                 MOVE 0 TO WS-SCORE
              ELSE
                 COMPUTE WS-SCORE =
                     (WS-LEN-MAX - WS-EDIT-DISTANCE) * 100 / WS-LEN-MAX
              END-IF
           END-IF.

       COMPUTE-EDIT-DISTANCE.
           PERFORM VARYING WS-EDIT-J FROM 0 BY 1
                   UNTIL WS-EDIT-J > WS-LEN-B
               MOVE WS-EDIT-J TO EDP-PREV (WS-EDIT-J + 1)
           END-PERFORM
           PERFORM VARYING WS-EDIT-I FROM 1 BY 1
                   UNTIL WS-EDIT-I > WS-LEN-A
               MOVE WS-EDIT-I TO EDP-CURR (1)
               PERFORM VARYING WS-EDIT-J FROM 1 BY 1
                       UNTIL WS-EDIT-J > WS-LEN-B
                   IF WS-COMPARE-A (WS-EDIT-I:1) =
                          WS-COMPARE-B (WS-EDIT-J:1)
                      MOVE 0 TO WS-EDIT-COST
                   ELSE
                      MOVE 1 TO WS-EDIT-COST
                   END-IF
                   COMPUTE WS-EDIT-BEST =
                       EDP-PREV (WS-EDIT-J) + WS-EDIT-COST
                   COMPUTE WS-EDIT-TRY = EDP-PREV (WS-EDIT-J + 1) + 1
                   IF WS-EDIT-TRY < WS-EDIT-BEST
                      MOVE WS-EDIT-TRY TO WS-EDIT-BEST
                   END-IF
                   COMPUTE WS-EDIT-TRY = EDP-CURR (WS-EDIT-J) + 1
                   IF WS-EDIT-TRY < WS-EDIT-BEST
                      MOVE WS-EDIT-TRY TO WS-EDIT-BEST
                   END-IF
                   MOVE WS-EDIT-BEST TO EDP-CURR (WS-EDIT-J + 1)
               END-PERFORM
               PERFORM VARYING WS-EDIT-J FROM 0 BY 1
                       UNTIL WS-EDIT-J > WS-LEN-B
                   MOVE EDP-CURR (WS-EDIT-J + 1) TO
                       EDP-PREV (WS-EDIT-J + 1)
               END-PERFORM
           END-PERFORM
           MOVE EDP-PREV (WS-LEN-B + 1) TO WS-EDIT-DISTANCE.

       OFFER-CANDIDATE.
           IF WS-SCORE >= WS-REPORT-FLOOR
              MOVE 0 TO WS-CND-SLOT
              PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                      UNTIL WS-CND-IDX > WS-CND-COUNT
                  IF CND-NAME (WS-CND-IDX) = WS-CAND-NAME
                     MOVE WS-CND-IDX TO WS-CND-SLOT
                  END-IF
              END-PERFORM
              IF WS-CND-SLOT > 0
                 IF WS-SCORE > CND-SCORE (WS-CND-SLOT)
                    PERFORM REMOVE-CANDIDATE
                    PERFORM INSERT-CANDIDATE
                 END-IF
              ELSE
                 PERFORM INSERT-CANDIDATE
              END-IF
           END-IF.

       REMOVE-CANDIDATE.
           PERFORM VARYING WS-CND-IDX FROM WS-CND-SLOT BY 1
                   UNTIL WS-CND-IDX >= WS-CND-COUNT
               MOVE CND-ENTRY (WS-CND-IDX + 1) TO CND-ENTRY (WS-CND-IDX)
           END-PERFORM
           INITIALIZE CND-ENTRY (WS-CND-COUNT)
           SUBTRACT 1 FROM WS-CND-COUNT.

       INSERT-CANDIDATE.
           MOVE 0 TO WS-CND-SLOT
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
                      OR WS-CND-SLOT > 0
               IF WS-SCORE > CND-SCORE (WS-CND-IDX)
                  MOVE WS-CND-IDX TO WS-CND-SLOT
               END-IF
           END-PERFORM
           IF WS-CND-SLOT = 0
              IF WS-CND-COUNT < 3
                 ADD 1 TO WS-CND-COUNT
                 MOVE WS-CND-COUNT TO WS-CND-SLOT
              END-IF
           ELSE
              IF WS-CND-COUNT < 3
                 ADD 1 TO WS-CND-COUNT
              END-IF
              PERFORM VARYING WS-CND-SHIFT FROM WS-CND-COUNT BY -1
                      UNTIL WS-CND-SHIFT <= WS-CND-SLOT
                  MOVE CND-ENTRY (WS-CND-SHIFT - 1) TO
                      CND-ENTRY (WS-CND-SHIFT)
              END-PERFORM
           END-IF
           IF WS-CND-SLOT > 0
              MOVE WS-CAND-NAME TO CND-NAME (WS-CND-SLOT)
              MOVE WS-SCORE TO CND-SCORE (WS-CND-SLOT)
              MOVE WS-CAND-SOURCE TO CND-SOURCE (WS-CND-SLOT)
              MOVE WS-CAND-VIA TO CND-VIA (WS-CND-SLOT)
           END-IF.

       WRITE-SUGGESTION-LINES.
           MOVE SPACES TO SUGG-RPT-RECORD
           WRITE SUGG-RPT-RECORD
           MOVE REJ-BREED TO RPT-REJ-BREED
           MOVE REJ-SHELTER TO RPT-REJ-SHELTER
           MOVE REJ-PERIOD TO RPT-REJ-PERIOD
           MOVE WS-REJ-SPECIES TO RPT-REJ-SPECIES
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WS-REJ-SPECIES
                  MOVE SPECIES-NAME (SPECIES-IDX) TO RPT-REJ-SPECIES
               END-IF
           END-PERFORM
           MOVE REJ-COUNT TO RPT-REJ-COUNT
           WRITE SUGG-RPT-RECORD FROM WS-RPT-REJECT-LINE
           IF WS-CND-COUNT = 0
              MOVE WS-REPORT-FLOOR TO RPT-NON-FLOOR
              WRITE SUGG-RPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
               MOVE WS-CND-IDX TO RPT-CND-RANK
               MOVE CND-NAME (WS-CND-IDX) TO RPT-CND-NAME
               MOVE CND-SCORE (WS-CND-IDX) TO RPT-CND-SCORE
               MOVE SPACES TO RPT-CND-NOTE
               IF CND-SOURCE (WS-CND-IDX) = 'A'
                  STRING 'RENAMED FROM '
                      CND-VIA (WS-CND-IDX) DELIMITED BY SIZE
                      INTO RPT-CND-NOTE
               END-IF
               IF WS-CND-IDX = 1
                  AND CND-SCORE (1) >= WS-THRESHOLD
                  AND (WS-CND-COUNT = 1
                       OR CND-SCORE (1) - CND-SCORE (2)
                          >= WS-MIN-MARGIN)
                  MOVE '** READY FOR RESUBMISSION' TO RPT-CND-NOTE
               END-IF
               WRITE SUGG-RPT-RECORD FROM WS-RPT-CAND-LINE
           END-PERFORM.

       WRITE-READY-RESUBMISSION.
           MOVE SPACES TO REJ-SUGG-RECORD
           MOVE CND-NAME (1) TO RWK-BREED
           MOVE REJ-PERIOD TO RWK-PERIOD
           MOVE REJ-SHELTER TO RWK-SHELTER
           IF REJ-TRAN-TYPE = SPACE
              MOVE 'A' TO RWK-TRAN-TYPE
           ELSE
              MOVE REJ-TRAN-TYPE TO RWK-TRAN-TYPE
           END-IF
           MOVE REJ-FEE-AMOUNT TO RWK-FEE
           IF REJ-FEE-COMPONENT = SPACE
              MOVE 'A' TO RWK-FEE-COMPONENT
           ELSE
              MOVE REJ-FEE-COMPONENT TO RWK-FEE-COMPONENT
           END-IF
           MOVE SPACES TO RWK-RETURN-REASON
           MOVE REJ-COUNT TO RWK-COUNT
           STRING 'WAS ' REJ-BREED (1:24) DELIMITED BY SIZE
               INTO RWK-REJECT-REASON
           MOVE REJ-SPECIES TO RWK-SPECIES
           MOVE REJ-TO-SHELTER TO RWK-TO-SHELTER
           WRITE REJ-SUGG-RECORD
           ADD 1 TO WS-READY-WRITTEN.
       END PROGRAM ZTPBRDSG.
