       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-SNAP-FILE ASSIGN PERSNAP
           FILE STATUS IS PERIOD-SNAP-STATUS.
           SELECT PRIOR-ADJ-FILE ASSIGN PPADJ
           FILE STATUS IS PRIOR-ADJ-STATUS.
           SELECT RESTATE-RPT-FILE ASSIGN RSTRPT
           FILE STATUS IS RESTATE-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-SNAP-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PERIOD-SNAP-RECORD.
           05  PSN-YEAR PIC 9(4).
           05  PSN-PERIOD PIC 9(2).
           05  PSN-BREED PIC X(30).
           05  PSN-SHELTER PIC X(4).
           05  PSN-SPECIES PIC X(1).
           05  PSN-NET-COUNT PIC 9(7).
           05  PSN-FEE-NET PIC 9(9)V99.
           05  PSN-CLOSE-DATE PIC X(8).
           05  FILLER PIC X(13).
       FD  PRIOR-ADJ-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PRIOR-ADJ-RECORD.
           05  PPA-ORIG-YEAR PIC 9(4).
           05  PPA-ORIG-PERIOD PIC 9(2).
           05  PPA-POST-YEAR PIC 9(4).
           05  PPA-POST-PERIOD PIC 9(2).
           05  PPA-BREED PIC X(30).
           05  PPA-SHELTER PIC X(4).
           05  PPA-SPECIES PIC X(1).
           05  PPA-TRAN-TYPE PIC X(1).
           05  PPA-COUNT PIC 9(3).
           05  PPA-FEE PIC 9(5)V99.
           05  PPA-FEE-COMPONENT PIC X(1).
           05  PPA-RUN-DATE PIC X(8).
           05  FILLER PIC X(13).
       FD  RESTATE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RESTATE-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  PERIOD-SNAP-STATUS PIC X(2).
       01  PRIOR-ADJ-STATUS PIC X(2).
       01  RESTATE-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-ADJ-READ PIC 9(6) VALUE 0.
       01  WS-ADJ-USED PIC 9(6) VALUE 0.
       01  WS-ADJ-DROPPED PIC 9(6) VALUE 0.
       01  WS-SNAP-READ PIC 9(6) VALUE 0.
       01  WS-SIGNED-COUNT PIC S9(7).
       01  WS-SIGNED-FEE PIC S9(9)V99.
       01  WS-LOOKUP-KEY.
           05  WS-LKP-YEAR PIC 9(4).
           05  WS-LKP-PERIOD PIC 9(2).
           05  WS-LKP-SHELTER PIC X(4).
           05  WS-LKP-BREED PIC X(30).
           05  WS-LKP-SPECIES PIC X(1).
       01  RESTATE-TABLE.
           05  RST-ENTRY OCCURS 500 TIMES.
               10  RST-KEY.
                   15  RST-YEAR PIC 9(4).
                   15  RST-PERIOD PIC 9(2).
                   15  RST-SHELTER PIC X(4).
                   15  RST-BREED PIC X(30).
                   15  RST-SPECIES PIC X(1).
               10  RST-ORIG-COUNT PIC S9(7).
               10  RST-ADJ-COUNT PIC S9(7).
               10  RST-ORIG-FEE PIC S9(9)V99.
               10  RST-ADJ-FEE PIC S9(9)V99.
               10  RST-ADJ-ITEMS PIC 9(3).
       01  WS-RST-COUNT PIC 9(3) VALUE 0.
       01  WS-RST-IDX PIC 9(3).
       01  WS-RST-MATCH PIC 9(3).
       01  WS-RST-I PIC 9(3).
       01  WS-RST-J PIC 9(3).
       01  WS-RST-SWAP PIC X(80).
       01  PERIOD-TABLE.
           05  PRD-ENTRY OCCURS 24 TIMES.
               10  PRD-YEAR PIC 9(4).
               10  PRD-PERIOD PIC 9(2).
               10  PRD-CLOSE-DATE PIC X(8).
               10  PRD-ORIG-COUNT PIC S9(7).
               10  PRD-ADJ-COUNT PIC S9(7).
               10  PRD-ORIG-FEE PIC S9(9)V99.
               10  PRD-ADJ-FEE PIC S9(9)V99.
               10  PRD-ADJ-ITEMS PIC 9(5).
       01  WS-PRD-COUNT PIC 9(2) VALUE 0.
       01  WS-PRD-IDX PIC 9(2).
       01  WS-PRD-MATCH PIC 9(2).
       01  WS-PREV-YEAR PIC 9(4).
       01  WS-PREV-PERIOD PIC 9(2).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(32)
               VALUE 'PRIOR-PERIOD RESTATEMENT REPORT '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(10) VALUE ' RUN MODE '.
           05  RPT-HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(17) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  FILLER PIC X(40)
               VALUE 'LATE TRANSACTIONS FOR CLOSED PERIODS ARE'.
           05  FILLER PIC X(40)
               VALUE ' POSTED TO THE CURRENT PERIOD; FIGURES  '.
       01  WS-RPT-NOTE-2.
           05  FILLER PIC X(40)
               VALUE 'BELOW RESTATE EACH CLOSED PERIOD AS IF T'.
           05  FILLER PIC X(40)
               VALUE 'HEY HAD ARRIVED ON TIME                 '.
       01  WS-RPT-PERIOD-HEAD.
           05  FILLER PIC X(14) VALUE 'CLOSED PERIOD '.
           05  RPT-PRD-YEAR PIC 9(4).
           05  FILLER PIC X(1) VALUE '/'.
           05  RPT-PRD-PERIOD PIC 9(2).
           05  FILLER PIC X(11) VALUE ' CLOSED ON '.
           05  RPT-PRD-CLOSE-DATE PIC X(8).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-COLUMNS-1.
           05  FILLER PIC X(40)
               VALUE '                             ADOPTED COU'.
           05  FILLER PIC X(40)
               VALUE 'NT         NET REVENUE         COUNT    '.
       01  WS-RPT-COLUMNS-2.
           05  FILLER PIC X(40)
               VALUE 'BREED                SHLT S   ORIG RESTA'.
           05  FILLER PIC X(40)
               VALUE 'TD     ORIGINAL      RESTATED   CHG ADJ '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-BREED PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SPECIES PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ORIG-COUNT PIC -ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NEW-COUNT PIC -ZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ORIG-FEE PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NEW-FEE PIC -Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CHANGE PIC -ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ITEMS PIC ZZZ9.
       01  WS-RPT-NONE.
           05  FILLER PIC X(40)
               VALUE 'NO ADJUSTMENTS HAVE BEEN POSTED AGAINST '.
           05  FILLER PIC X(40)
               VALUE 'A CLOSED PERIOD                         '.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(20) VALUE 'ADJUSTMENT RECORDS: '.
           05  RPT-TRL-ADJ PIC ZZZZZ9.
           05  FILLER PIC X(21) VALUE '   PERIODS RESTATED: '.
           05  RPT-TRL-PERIODS PIC Z9.
           05  FILLER PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           PERFORM LOAD-ADJUSTMENTS
           PERFORM LOAD-SNAPSHOTS
           PERFORM SORT-RESTATE-TABLE
           OPEN OUTPUT RESTATE-RPT-FILE
           IF RESTATE-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPRSTMT RSTRPT OPEN FAILED, STATUS: '
                  RESTATE-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-RUN-MODE
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE RESTATE-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-NOTE
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-NOTE-2
           IF WS-RST-COUNT = 0
              WRITE RESTATE-RPT-RECORD FROM WS-RPT-NONE
           END-IF
           MOVE 0 TO WS-PREV-YEAR
           MOVE 0 TO WS-PREV-PERIOD
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF RST-YEAR (WS-RST-IDX) NOT = WS-PREV-YEAR
                  OR RST-PERIOD (WS-RST-IDX) NOT = WS-PREV-PERIOD
                  IF WS-RST-IDX > 1
                     PERFORM WRITE-PERIOD-TOTAL
                  END-IF
                  MOVE RST-YEAR (WS-RST-IDX) TO WS-PREV-YEAR
                  MOVE RST-PERIOD (WS-RST-IDX) TO WS-PREV-PERIOD
                  PERFORM WRITE-PERIOD-HEADER
               END-IF
               PERFORM WRITE-RESTATE-DETAIL
           END-PERFORM
           IF WS-RST-COUNT > 0
              PERFORM WRITE-PERIOD-TOTAL
           END-IF
           MOVE WS-ADJ-USED TO RPT-TRL-ADJ
           MOVE WS-PRD-COUNT TO RPT-TRL-PERIODS
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE RESTATE-RPT-FILE
           DISPLAY 'ZTPRSTMT ADJUSTMENT RECORDS READ: ' WS-ADJ-READ
           DISPLAY 'ZTPRSTMT ADJUSTMENTS RESTATED: ' WS-ADJ-USED
           DISPLAY 'ZTPRSTMT SNAPSHOT RECORDS READ: ' WS-SNAP-READ
           DISPLAY 'ZTPRSTMT PERIODS RESTATED: ' WS-PRD-COUNT
           IF WS-ADJ-DROPPED > 0
              DISPLAY 'ZTPRSTMT RESTATEMENT TABLE FULL, ADJUSTMENTS '
                  'NOT REPORTED: ' WS-ADJ-DROPPED
              MOVE 4 TO RETURN-CODE
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

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPRSTMT' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPRSTMT' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRSTMT' TO VER-PROGRAM-ID
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

       LOAD-ADJUSTMENTS.
           OPEN INPUT PRIOR-ADJ-FILE
           IF PRIOR-ADJ-STATUS = '00'
              PERFORM UNTIL PRIOR-ADJ-STATUS NOT = '00'
                  READ PRIOR-ADJ-FILE
                  IF PRIOR-ADJ-STATUS = '00'
                     ADD 1 TO WS-ADJ-READ
                     ADD 1 TO WS-RECORDS-READ
                     IF PPA-ORIG-YEAR IS NUMERIC
                        AND PPA-ORIG-PERIOD IS NUMERIC
                        AND PPA-COUNT IS NUMERIC
                        AND PPA-FEE IS NUMERIC
                        AND PPA-ORIG-YEAR + 1 >= WS-RUN-YEAR
                        PERFORM APPLY-ONE-ADJUSTMENT
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PRIOR-ADJ-FILE
           ELSE
              DISPLAY 'ZTPRSTMT PPADJ NOT AVAILABLE, STATUS: '
                  PRIOR-ADJ-STATUS
           END-IF.

       APPLY-ONE-ADJUSTMENT.
           MOVE PPA-ORIG-YEAR TO WS-LKP-YEAR
           MOVE PPA-ORIG-PERIOD TO WS-LKP-PERIOD
           MOVE PPA-SHELTER TO WS-LKP-SHELTER
           MOVE PPA-BREED TO WS-LKP-BREED
           MOVE PPA-SPECIES TO WS-LKP-SPECIES
           PERFORM FIND-PERIOD-ENTRY
           IF WS-PRD-MATCH = 0
              AND WS-PRD-COUNT < 24
              ADD 1 TO WS-PRD-COUNT
              MOVE WS-PRD-COUNT TO WS-PRD-MATCH
              MOVE PPA-ORIG-YEAR TO PRD-YEAR (WS-PRD-MATCH)
              MOVE PPA-ORIG-PERIOD TO PRD-PERIOD (WS-PRD-MATCH)
              MOVE 'UNKNOWN ' TO PRD-CLOSE-DATE (WS-PRD-MATCH)
              MOVE 0 TO PRD-ORIG-COUNT (WS-PRD-MATCH)
              MOVE 0 TO PRD-ADJ-COUNT (WS-PRD-MATCH)
              MOVE 0 TO PRD-ORIG-FEE (WS-PRD-MATCH)
              MOVE 0 TO PRD-ADJ-FEE (WS-PRD-MATCH)
              MOVE 0 TO PRD-ADJ-ITEMS (WS-PRD-MATCH)
           END-IF
           PERFORM FIND-RESTATE-ENTRY
           IF WS-RST-MATCH = 0
              AND WS-RST-COUNT < 500
              AND WS-PRD-MATCH NOT = 0
              ADD 1 TO WS-RST-COUNT
              MOVE WS-RST-COUNT TO WS-RST-MATCH
              MOVE WS-LOOKUP-KEY TO RST-KEY (WS-RST-MATCH)
              MOVE 0 TO RST-ORIG-COUNT (WS-RST-MATCH)
              MOVE 0 TO RST-ADJ-COUNT (WS-RST-MATCH)
              MOVE 0 TO RST-ORIG-FEE (WS-RST-MATCH)
              MOVE 0 TO RST-ADJ-FEE (WS-RST-MATCH)
              MOVE 0 TO RST-ADJ-ITEMS (WS-RST-MATCH)
           END-IF
           IF WS-PRD-MATCH = 0 OR WS-RST-MATCH = 0
              ADD 1 TO WS-ADJ-DROPPED
           ELSE
              ADD 1 TO WS-ADJ-USED
              MOVE PPA-COUNT TO WS-SIGNED-COUNT
              MOVE PPA-FEE TO WS-SIGNED-FEE
              IF PPA-TRAN-TYPE = 'R'
                 COMPUTE WS-SIGNED-COUNT = 0 - WS-SIGNED-COUNT
                 COMPUTE WS-SIGNED-FEE = 0 - WS-SIGNED-FEE
              END-IF
              ADD WS-SIGNED-COUNT TO RST-ADJ-COUNT (WS-RST-MATCH)
              ADD WS-SIGNED-FEE TO RST-ADJ-FEE (WS-RST-MATCH)
              ADD 1 TO RST-ADJ-ITEMS (WS-RST-MATCH)
              ADD WS-SIGNED-COUNT TO PRD-ADJ-COUNT (WS-PRD-MATCH)
              ADD WS-SIGNED-FEE TO PRD-ADJ-FEE (WS-PRD-MATCH)
              ADD 1 TO PRD-ADJ-ITEMS (WS-PRD-MATCH)
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE 0 TO WS-PRD-MATCH
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               IF PRD-YEAR (WS-PRD-IDX) = WS-LKP-YEAR
                  AND PRD-PERIOD (WS-PRD-IDX) = WS-LKP-PERIOD
                  MOVE WS-PRD-IDX TO WS-PRD-MATCH
                  MOVE WS-PRD-COUNT TO WS-PRD-IDX
               END-IF
           END-PERFORM.

       FIND-RESTATE-ENTRY.
           MOVE 0 TO WS-RST-MATCH
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
               IF RST-KEY (WS-RST-IDX) = WS-LOOKUP-KEY
                  MOVE WS-RST-IDX TO WS-RST-MATCH
                  MOVE WS-RST-COUNT TO WS-RST-IDX
               END-IF
           END-PERFORM.

       LOAD-SNAPSHOTS.
           IF WS-PRD-COUNT > 0
              OPEN INPUT PERIOD-SNAP-FILE
              IF PERIOD-SNAP-STATUS = '00'
                 PERFORM UNTIL PERIOD-SNAP-STATUS NOT = '00'
                     READ PERIOD-SNAP-FILE
                     IF PERIOD-SNAP-STATUS = '00'
                        ADD 1 TO WS-SNAP-READ
                        ADD 1 TO WS-RECORDS-READ
                        PERFORM APPLY-ONE-SNAPSHOT
                     END-IF
                 END-PERFORM
                 CLOSE PERIOD-SNAP-FILE
              ELSE
                 DISPLAY 'ZTPRSTMT PERSNAP NOT AVAILABLE, STATUS: '
                     PERIOD-SNAP-STATUS ' - ORIGINAL FIGURES '
                     'REPORTED AS ZERO'
              END-IF
           END-IF.

       APPLY-ONE-SNAPSHOT.
           MOVE PSN-YEAR TO WS-LKP-YEAR
           MOVE PSN-PERIOD TO WS-LKP-PERIOD
           MOVE PSN-SHELTER TO WS-LKP-SHELTER
           MOVE PSN-BREED TO WS-LKP-BREED
           MOVE PSN-SPECIES TO WS-LKP-SPECIES
           PERFORM FIND-PERIOD-ENTRY
           IF WS-PRD-MATCH NOT = 0
              AND PSN-NET-COUNT IS NUMERIC
              AND PSN-FEE-NET IS NUMERIC
              MOVE PSN-CLOSE-DATE TO PRD-CLOSE-DATE (WS-PRD-MATCH)
              ADD PSN-NET-COUNT TO PRD-ORIG-COUNT (WS-PRD-MATCH)
              ADD PSN-FEE-NET TO PRD-ORIG-FEE (WS-PRD-MATCH)
              PERFORM FIND-RESTATE-ENTRY
              IF WS-RST-MATCH NOT = 0
                 ADD PSN-NET-COUNT TO RST-ORIG-COUNT (WS-RST-MATCH)
                 ADD PSN-FEE-NET TO RST-ORIG-FEE (WS-RST-MATCH)
              END-IF
           END-IF.

       SORT-RESTATE-TABLE.
           PERFORM VARYING WS-RST-I FROM 1 BY 1
                   UNTIL WS-RST-I >= WS-RST-COUNT
               PERFORM VARYING WS-RST-J FROM 1 BY 1
                       UNTIL WS-RST-J > WS-RST-COUNT - WS-RST-I
                   IF RST-KEY (WS-RST-J) > RST-KEY (WS-RST-J + 1)
                      MOVE RST-ENTRY (WS-RST-J) TO WS-RST-SWAP
                      MOVE RST-ENTRY (WS-RST-J + 1) TO
                          RST-ENTRY (WS-RST-J)
                      MOVE WS-RST-SWAP TO RST-ENTRY (WS-RST-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-PERIOD-HEADER.
           MOVE WS-PREV-YEAR TO WS-LKP-YEAR
           MOVE WS-PREV-PERIOD TO WS-LKP-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           MOVE WS-PREV-YEAR TO RPT-PRD-YEAR
           MOVE WS-PREV-PERIOD TO RPT-PRD-PERIOD
           MOVE PRD-CLOSE-DATE (WS-PRD-MATCH) TO RPT-PRD-CLOSE-DATE
           MOVE SPACES TO RESTATE-RPT-RECORD
           WRITE RESTATE-RPT-RECORD
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-PERIOD-HEAD
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-COLUMNS-1
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-COLUMNS-2.

       WRITE-RESTATE-DETAIL.
           MOVE RST-BREED (WS-RST-IDX) TO RPT-DET-BREED
           MOVE RST-SHELTER (WS-RST-IDX) TO RPT-DET-SHELTER
           MOVE RST-SPECIES (WS-RST-IDX) TO RPT-DET-SPECIES
           MOVE RST-ORIG-COUNT (WS-RST-IDX) TO RPT-DET-ORIG-COUNT
           COMPUTE RPT-DET-NEW-COUNT = RST-ORIG-COUNT (WS-RST-IDX)
               + RST-ADJ-COUNT (WS-RST-IDX)
           MOVE RST-ORIG-FEE (WS-RST-IDX) TO RPT-DET-ORIG-FEE
           COMPUTE RPT-DET-NEW-FEE = RST-ORIG-FEE (WS-RST-IDX)
               + RST-ADJ-FEE (WS-RST-IDX)
           MOVE RST-ADJ-COUNT (WS-RST-IDX) TO RPT-DET-CHANGE
           MOVE RST-ADJ-ITEMS (WS-RST-IDX) TO RPT-DET-ITEMS
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-DETAIL.

       WRITE-PERIOD-TOTAL.
           MOVE WS-PREV-YEAR TO WS-LKP-YEAR
           MOVE WS-PREV-PERIOD TO WS-LKP-PERIOD
           PERFORM FIND-PERIOD-ENTRY
           MOVE 'PERIOD TOTAL' TO RPT-DET-BREED
           MOVE SPACES TO RPT-DET-SHELTER
           MOVE SPACE TO RPT-DET-SPECIES
           MOVE PRD-ORIG-COUNT (WS-PRD-MATCH) TO RPT-DET-ORIG-COUNT
           COMPUTE RPT-DET-NEW-COUNT = PRD-ORIG-COUNT (WS-PRD-MATCH)
               + PRD-ADJ-COUNT (WS-PRD-MATCH)
           MOVE PRD-ORIG-FEE (WS-PRD-MATCH) TO RPT-DET-ORIG-FEE
           COMPUTE RPT-DET-NEW-FEE = PRD-ORIG-FEE (WS-PRD-MATCH)
               + PRD-ADJ-FEE (WS-PRD-MATCH)
           MOVE PRD-ADJ-COUNT (WS-PRD-MATCH) TO RPT-DET-CHANGE
           MOVE PRD-ADJ-ITEMS (WS-PRD-MATCH) TO RPT-DET-ITEMS
           WRITE RESTATE-RPT-RECORD FROM WS-RPT-DETAIL.
