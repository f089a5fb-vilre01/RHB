       FILE-CONTROL.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT XFR-WORK-FILE ASSIGN XFRWORK
           FILE STATUS IS XFR-WORK-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT STATEMENT-FILE ASSIGN STMTOUT
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-WORK-FILE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.
       01  ACC-WORK-RECORD.
           05  ACW-REGION PIC X(8).
           05  ACW-FEE-ADOPT PIC 9(9)V99.
           05  ACW-FEE-CHIP PIC 9(9)V99.
           05  ACW-FEE-DONATION PIC 9(9)V99.
           05  ACW-RET-ADOPT PIC 9(9)V99.
           05  ACW-RET-CHIP PIC 9(9)V99.
           05  ACW-RET-DONATION PIC 9(9)V99.
           05  ACW-SPECIES PIC X(1).
       FD  XFR-WORK-FILE RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  XFR-WORK-RECORD.
           05  XFW-FROM-SHELTER PIC X(4).
           05  XFW-TO-SHELTER PIC X(4).
           05  XFW-BREED PIC X(30).
           05  XFW-PERIOD PIC 9(2).
           05  XFW-COUNT PIC 9(3).
           05  XFW-SPECIES PIC X(1).
           05  FILLER PIC X(6).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
       FD  STATEMENT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.
       01  STATEMENT-RECORD.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ACC-WORK-STATUS PIC X(2).
       01  XFR-WORK-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  STATEMENT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-STATEMENTS-WRITTEN PIC 9(4) VALUE 0.
               10  SPT-RETURNS PIC 9(7).
               10  SPT-FEE-NET PIC 9(11)V99.
       01  WS-SPT-IDX PIC 9(2).
       01  SHELTER-SPECIES-TABLE.
           05  SST-ENTRY OCCURS 3 TIMES.
               10  SST-NET PIC 9(7).
               10  SST-GROSS PIC 9(7).
               10  SST-RETURNS PIC 9(7).
               10  SST-FEE-NET PIC 9(11)V99.
       01  WS-SST-IDX PIC 9(2).
       01  WS-EFFECTIVE-SPECIES PIC X(1).
       01  WS-SPC-XFR-IN PIC 9(7).
       01  WS-SPC-XFR-OUT PIC 9(7).
       COPY ZTPSPCCP.
       01  TRANSFER-SHELTER-TABLE.
           05  XFT-ENTRY OCCURS 100 TIMES.
               10  XFT-SHELTER PIC X(4).
               10  XFT-REPORTED PIC X(1).
               10  XFT-PERIOD OCCURS 12 TIMES.
                   15  XFT-IN PIC 9(7).
                   15  XFT-OUT PIC 9(7).
               10  XFT-SPECIES OCCURS 3 TIMES.
                   15  XFT-SPC-IN PIC 9(7).
                   15  XFT-SPC-OUT PIC 9(7).
       01  WS-XFR-COUNT PIC 9(3) VALUE 0.
       01  WS-XFR-IDX PIC 9(3).
       01  WS-XFR-CUR-IDX PIC 9(3).
       01  WS-XFR-SCAN-IDX PIC 9(3).
       01  WS-XFR-KEY PIC X(4).
       01  WS-XFR-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-XFR-ONLY-STATEMENTS PIC 9(4) VALUE 0.
       01  WS-PERIOD-XFR-IN PIC 9(7).
       01  WS-PERIOD-XFR-OUT PIC 9(7).
       01  WS-SHL-TOT-XFR-IN PIC 9(7).
       01  WS-SHL-TOT-XFR-OUT PIC 9(7).
       01  WS-LATEST-PERIOD PIC 9(2).
       01  WS-PRIOR-PERIOD PIC 9(2).
       01  WS-SHL-TOT-NET PIC 9(7).
           05  FILLER PIC X(10) VALUE 'RETURNS'.
           05  FILLER PIC X(10) VALUE 'NET'.
           05  FILLER PIC X(15) VALUE 'NET REVENUE'.
           05  FILLER PIC X(13) VALUE 'TRANSFERS IN'.
           05  FILLER PIC X(13) VALUE 'TRANSFERS OUT'.
           05  FILLER PIC X(41) VALUE SPACES.
       01  WS-STM-DETAIL.
           05  STM-DET-PERIOD PIC 9(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-DET-NET PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  STM-DET-FEE PIC $$,$$$,$$$,$$9.99.
           05  FILLER PIC X(5) VALUE SPACES.
           05  STM-DET-XFR-IN PIC ZZZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  STM-DET-XFR-OUT PIC ZZZZZZ9.
           05  FILLER PIC X(44) VALUE SPACES.
       01  WS-STM-COMPARE-LINE.
           05  FILLER PIC X(7) VALUE 'PERIOD '.
           05  STM-CMP-CURR PIC 9(2).
           05  STM-TOT-NET PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  STM-TOT-FEE PIC $$,$$$,$$$,$$9.99.
           05  FILLER PIC X(5) VALUE SPACES.
           05  STM-TOT-XFR-IN PIC ZZZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  STM-TOT-XFR-OUT PIC ZZZZZZ9.
           05  FILLER PIC X(47) VALUE SPACES.
       01  WS-STM-SPECIES-HEADING.
           05  FILLER PIC X(17) VALUE 'SPECIES TOTALS'.
           05  FILLER PIC X(115) VALUE SPACES.
       01  WS-STM-SPECIES-LINE.
           05  FILLER PIC X(8) VALUE 'SPECIES '.
           05  STM-SPC-CODE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-SPC-NAME PIC X(7).
           05  STM-SPC-GROSS PIC ZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  STM-SPC-RETURNS PIC ZZZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  STM-SPC-NET PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  STM-SPC-FEE PIC $$,$$$,$$$,$$9.99.
           05  FILLER PIC X(5) VALUE SPACES.
           05  STM-SPC-XFR-IN PIC ZZZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  STM-SPC-XFR-OUT PIC ZZZZZZ9.
           05  FILLER PIC X(47) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-TRANSFER-TABLE
           OPEN OUTPUT STATEMENT-FILE
           IF STATEMENT-STATUS NOT = '00'
              DISPLAY 'ZTPSHSTM STMTOUT OPEN FAILED, STATUS: '
           IF WS-STATEMENT-OPEN = 'Y'
              PERFORM WRITE-ONE-STATEMENT
           END-IF
           PERFORM WRITE-TRANSFER-ONLY-STATEMENTS
           CLOSE ACC-WORK-FILE
           CLOSE STATEMENT-FILE
           DISPLAY 'ZTPSHSTM ACCWORK RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPSHSTM XFRWORK RECORDS READ: '
               WS-XFR-RECORDS-READ
           DISPLAY 'ZTPSHSTM TRANSFER-ONLY STATEMENTS: '
               WS-XFR-ONLY-STATEMENTS
           DISPLAY 'ZTPSHSTM STATEMENTS WRITTEN: '
               WS-STATEMENTS-WRITTEN
           PERFORM WRITE-AUDIT-RECORD
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSHSTM' TO VER-PROGRAM-ID
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

       LOAD-MASTER-SHELTER-TABLE.
                  SHELTER-CTL-STATUS
           END-IF.

       LOAD-TRANSFER-TABLE.
           OPEN INPUT XFR-WORK-FILE
           IF XFR-WORK-STATUS = '00'
              PERFORM UNTIL XFR-WORK-STATUS NOT = '00'
                  READ XFR-WORK-FILE
                  IF XFR-WORK-STATUS = '00'
                     ADD 1 TO WS-XFR-RECORDS-READ
                     PERFORM POST-ONE-TRANSFER
                  END-IF
              END-PERFORM
              CLOSE XFR-WORK-FILE
           ELSE
              DISPLAY 'ZTPSHSTM XFRWORK NOT AVAILABLE, STATUS: '
                  XFR-WORK-STATUS
           END-IF.

       POST-ONE-TRANSFER.
           IF XFW-PERIOD >= 1 AND XFW-PERIOD <= 12
              AND XFW-COUNT IS NUMERIC
              IF XFW-SPECIES = SPACE
                 MOVE SPECIES-DEFAULT-CODE TO WS-EFFECTIVE-SPECIES
              ELSE
                 MOVE XFW-SPECIES TO WS-EFFECTIVE-SPECIES
              END-IF
              PERFORM FIND-SPECIES-ENTRY
              MOVE XFW-FROM-SHELTER TO WS-XFR-KEY
              PERFORM FIND-OR-ADD-TRANSFER-SHELTER
              IF WS-XFR-IDX > 0
                 ADD XFW-COUNT TO XFT-OUT (WS-XFR-IDX, XFW-PERIOD)
                 IF SPECIES-FOUND = 'Y'
                    ADD XFW-COUNT TO
                        XFT-SPC-OUT (WS-XFR-IDX, SPECIES-MATCH-IDX)
                 END-IF
              END-IF
              MOVE XFW-TO-SHELTER TO WS-XFR-KEY
              PERFORM FIND-OR-ADD-TRANSFER-SHELTER
              IF WS-XFR-IDX > 0
                 ADD XFW-COUNT TO XFT-IN (WS-XFR-IDX, XFW-PERIOD)
                 IF SPECIES-FOUND = 'Y'
                    ADD XFW-COUNT TO
                        XFT-SPC-IN (WS-XFR-IDX, SPECIES-MATCH-IDX)
                 END-IF
              END-IF
           ELSE
              DISPLAY 'ZTPSHSTM XFRWORK RECORD SKIPPED, SHELTER: '
                  XFW-FROM-SHELTER ' PERIOD: ' XFW-PERIOD
           END-IF.

       FIND-OR-ADD-TRANSFER-SHELTER.
           PERFORM FIND-TRANSFER-SHELTER
           IF WS-XFR-IDX = 0
              IF WS-XFR-COUNT < 100
                 ADD 1 TO WS-XFR-COUNT
                 MOVE WS-XFR-COUNT TO WS-XFR-IDX
                 MOVE WS-XFR-KEY TO XFT-SHELTER (WS-XFR-IDX)
                 MOVE 'N' TO XFT-REPORTED (WS-XFR-IDX)
                 PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                         UNTIL WS-SPT-IDX > 12
                     MOVE 0 TO XFT-IN (WS-XFR-IDX, WS-SPT-IDX)
                     MOVE 0 TO XFT-OUT (WS-XFR-IDX, WS-SPT-IDX)
                 END-PERFORM
                 PERFORM VARYING WS-SST-IDX FROM 1 BY 1
                         UNTIL WS-SST-IDX > 3
                     MOVE 0 TO XFT-SPC-IN (WS-XFR-IDX, WS-SST-IDX)
                     MOVE 0 TO XFT-SPC-OUT (WS-XFR-IDX, WS-SST-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'ZTPSHSTM TRANSFER TABLE FULL, SHELTER: '
                     WS-XFR-KEY
              END-IF
           END-IF.

       FIND-TRANSFER-SHELTER.
           MOVE 0 TO WS-XFR-IDX
           PERFORM VARYING WS-XFR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-XFR-SCAN-IDX > WS-XFR-COUNT
                      OR WS-XFR-IDX > 0
               IF XFT-SHELTER (WS-XFR-SCAN-IDX) = WS-XFR-KEY
                  MOVE WS-XFR-SCAN-IDX TO WS-XFR-IDX
               END-IF
           END-PERFORM.

       WRITE-TRANSFER-ONLY-STATEMENTS.
           PERFORM VARYING WS-XFR-CUR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-CUR-IDX > WS-XFR-COUNT
               IF XFT-REPORTED (WS-XFR-CUR-IDX) = 'N'
                  MOVE XFT-SHELTER (WS-XFR-CUR-IDX) TO WS-CUR-SHELTER
                  PERFORM CLEAR-SHELTER-PERIOD-TABLE
                  PERFORM WRITE-ONE-STATEMENT
                  ADD 1 TO WS-XFR-ONLY-STATEMENTS
               END-IF
           END-PERFORM.

       CLEAR-SHELTER-PERIOD-TABLE.
           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > 12
               MOVE 0 TO SPT-NET (WS-SPT-IDX)
               MOVE 0 TO SPT-GROSS (WS-SPT-IDX)
               MOVE 0 TO SPT-RETURNS (WS-SPT-IDX)
               MOVE 0 TO SPT-FEE-NET (WS-SPT-IDX)
           END-PERFORM
           PERFORM VARYING WS-SST-IDX FROM 1 BY 1
                   UNTIL WS-SST-IDX > 3
               MOVE 0 TO SST-NET (WS-SST-IDX)
               MOVE 0 TO SST-GROSS (WS-SST-IDX)
               MOVE 0 TO SST-RETURNS (WS-SST-IDX)
               MOVE 0 TO SST-FEE-NET (WS-SST-IDX)
           END-PERFORM.

       FIND-SPECIES-ENTRY.
           MOVE 'N' TO SPECIES-FOUND
           MOVE 0 TO SPECIES-MATCH-IDX
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WS-EFFECTIVE-SPECIES
                  MOVE 'Y' TO SPECIES-FOUND
                  MOVE SPECIES-IDX TO SPECIES-MATCH-IDX
                  MOVE SPECIES-CODE-COUNT TO SPECIES-IDX
               END-IF
           END-PERFORM.

       FIND-SHELTER-MASTER.
           MOVE SPACES TO WS-SHELTER-NAME
           MOVE SPACES TO WS-SHELTER-REGION
              END-IF
              MOVE 'Y' TO WS-STATEMENT-OPEN
              MOVE ACW-SHELTER TO WS-CUR-SHELTER
              PERFORM CLEAR-SHELTER-PERIOD-TABLE
           END-IF
           ADD ACW-NET TO SPT-NET (ACW-PERIOD)
           ADD ACW-GROSS TO SPT-GROSS (ACW-PERIOD)
           ADD ACW-RETURNS TO SPT-RETURNS (ACW-PERIOD)
           ADD ACW-FEE-NET TO SPT-FEE-NET (ACW-PERIOD)
           IF ACW-SPECIES = SPACE
              MOVE SPECIES-DEFAULT-CODE TO WS-EFFECTIVE-SPECIES
           ELSE
              MOVE ACW-SPECIES TO WS-EFFECTIVE-SPECIES
           END-IF
           PERFORM FIND-SPECIES-ENTRY
           IF SPECIES-FOUND = 'Y'
              ADD ACW-NET TO SST-NET (SPECIES-MATCH-IDX)
              ADD ACW-GROSS TO SST-GROSS (SPECIES-MATCH-IDX)
              ADD ACW-RETURNS TO SST-RETURNS (SPECIES-MATCH-IDX)
              ADD ACW-FEE-NET TO SST-FEE-NET (SPECIES-MATCH-IDX)
           END-IF.

       WRITE-ONE-STATEMENT.
           PERFORM FIND-SHELTER-MASTER
           MOVE WS-CUR-SHELTER TO WS-XFR-KEY
           PERFORM FIND-TRANSFER-SHELTER
           IF WS-XFR-IDX > 0
              MOVE 'Y' TO XFT-REPORTED (WS-XFR-IDX)
           END-IF
           MOVE WS-RUN-DATE TO STM-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO STM-HDR-RUN-MODE
           MOVE '1' TO STM-CC
           MOVE 0 TO WS-SHL-TOT-GROSS
           MOVE 0 TO WS-SHL-TOT-RETURNS
           MOVE 0 TO WS-SHL-TOT-FEE-NET
           MOVE 0 TO WS-SHL-TOT-XFR-IN
           MOVE 0 TO WS-SHL-TOT-XFR-OUT
           MOVE 0 TO WS-LATEST-PERIOD
           MOVE 0 TO WS-PRIOR-PERIOD
           PERFORM VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > 12
               IF WS-XFR-IDX > 0
                  MOVE XFT-IN (WS-XFR-IDX, WS-SPT-IDX)
                      TO WS-PERIOD-XFR-IN
                  MOVE XFT-OUT (WS-XFR-IDX, WS-SPT-IDX)
                      TO WS-PERIOD-XFR-OUT
               ELSE
                  MOVE 0 TO WS-PERIOD-XFR-IN
                  MOVE 0 TO WS-PERIOD-XFR-OUT
               END-IF
               IF SPT-GROSS (WS-SPT-IDX) > 0
                  OR SPT-RETURNS (WS-SPT-IDX) > 0
                  OR WS-PERIOD-XFR-IN > 0
                  OR WS-PERIOD-XFR-OUT > 0
                  PERFORM WRITE-STATEMENT-PERIOD-LINE
               END-IF
               IF SPT-GROSS (WS-SPT-IDX) > 0
                  OR SPT-RETURNS (WS-SPT-IDX) > 0
                  MOVE WS-LATEST-PERIOD TO WS-PRIOR-PERIOD
                  MOVE WS-SPT-IDX TO WS-LATEST-PERIOD
               END-IF
           IF WS-PRIOR-PERIOD > 0
              PERFORM WRITE-PERIOD-COMPARISON
           END-IF
           PERFORM WRITE-SPECIES-TOTALS
           MOVE WS-SHL-TOT-GROSS TO STM-TOT-GROSS
           MOVE WS-SHL-TOT-RETURNS TO STM-TOT-RETURNS
           MOVE WS-SHL-TOT-NET TO STM-TOT-NET
           MOVE WS-SHL-TOT-FEE-NET TO STM-TOT-FEE
           MOVE WS-SHL-TOT-XFR-IN TO STM-TOT-XFR-IN
           MOVE WS-SHL-TOT-XFR-OUT TO STM-TOT-XFR-OUT
           MOVE ' ' TO STM-CC
           MOVE WS-STM-TOTAL-LINE TO STM-TEXT
           WRITE STATEMENT-RECORD
           MOVE SPT-RETURNS (WS-SPT-IDX) TO STM-DET-RETURNS
           MOVE SPT-NET (WS-SPT-IDX) TO STM-DET-NET
           MOVE SPT-FEE-NET (WS-SPT-IDX) TO STM-DET-FEE
           MOVE WS-PERIOD-XFR-IN TO STM-DET-XFR-IN
           MOVE WS-PERIOD-XFR-OUT TO STM-DET-XFR-OUT
           MOVE ' ' TO STM-CC
           MOVE WS-STM-DETAIL TO STM-TEXT
           WRITE STATEMENT-RECORD
           ADD SPT-NET (WS-SPT-IDX) TO WS-SHL-TOT-NET
           ADD SPT-GROSS (WS-SPT-IDX) TO WS-SHL-TOT-GROSS
           ADD SPT-RETURNS (WS-SPT-IDX) TO WS-SHL-TOT-RETURNS
           ADD SPT-FEE-NET (WS-SPT-IDX) TO WS-SHL-TOT-FEE-NET
           ADD WS-PERIOD-XFR-IN TO WS-SHL-TOT-XFR-IN
           ADD WS-PERIOD-XFR-OUT TO WS-SHL-TOT-XFR-OUT.

       WRITE-SPECIES-TOTALS.
           MOVE ' ' TO STM-CC
           MOVE WS-STM-SPECIES-HEADING TO STM-TEXT
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-SST-IDX FROM 1 BY 1
                   UNTIL WS-SST-IDX > SPECIES-CODE-COUNT
               IF WS-XFR-IDX > 0
                  MOVE XFT-SPC-IN (WS-XFR-IDX, WS-SST-IDX)
                      TO WS-SPC-XFR-IN
                  MOVE XFT-SPC-OUT (WS-XFR-IDX, WS-SST-IDX)
                      TO WS-SPC-XFR-OUT
               ELSE
                  MOVE 0 TO WS-SPC-XFR-IN
                  MOVE 0 TO WS-SPC-XFR-OUT
               END-IF
               IF SST-GROSS (WS-SST-IDX) > 0
                  OR SST-RETURNS (WS-SST-IDX) > 0
                  OR WS-SPC-XFR-IN > 0
                  OR WS-SPC-XFR-OUT > 0
                  MOVE SPECIES-CODE (WS-SST-IDX) TO STM-SPC-CODE
                  MOVE SPECIES-NAME (WS-SST-IDX) TO STM-SPC-NAME
                  MOVE SST-GROSS (WS-SST-IDX) TO STM-SPC-GROSS
                  MOVE SST-RETURNS (WS-SST-IDX) TO STM-SPC-RETURNS
                  MOVE SST-NET (WS-SST-IDX) TO STM-SPC-NET
                  MOVE SST-FEE-NET (WS-SST-IDX) TO STM-SPC-FEE
                  MOVE WS-SPC-XFR-IN TO STM-SPC-XFR-IN
                  MOVE WS-SPC-XFR-OUT TO STM-SPC-XFR-OUT
                  MOVE ' ' TO STM-CC
                  MOVE WS-STM-SPECIES-LINE TO STM-TEXT
                  WRITE STATEMENT-RECORD
               END-IF
           END-PERFORM.

       WRITE-PERIOD-COMPARISON.
           COMPUTE WS-CMP-NET-CHANGE =
