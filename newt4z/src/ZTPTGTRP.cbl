       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTGTRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-MST-FILE ASSIGN TGTMAST
           FILE STATUS IS TARGET-MST-STATUS.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT YTD-MAST-FILE ASSIGN YTDMAST
           FILE STATUS IS YTD-MAST-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT TARGET-RPT-FILE ASSIGN TGTRPT
           FILE STATUS IS TARGET-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-MST-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TARGET-MST-RECORD.
           05  TGT-SHELTER PIC X(4).
           05  TGT-YEAR PIC 9(4).
           05  TGT-PERIOD PIC 9(2).
           05  TGT-ADOPT-TARGET PIC 9(5).
           05  TGT-REVENUE-TARGET PIC 9(7)V99.
           05  TGT-APPROVED-BY PIC X(8).
           05  TGT-APPROVED-DATE PIC X(8).
       FD  REV-MAST-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-MAST-RECORD.
           05  RVM-BREED PIC X(30).
           05  RVM-SHELTER PIC X(4).
           05  RVM-PERIOD PIC X(2).
           05  RVM-FEE-NET PIC 9(9)V99.
           05  RVM-FEE-ADOPT PIC 9(9)V99.
           05  RVM-FEE-CHIP PIC 9(9)V99.
           05  RVM-FEE-DONATION PIC 9(9)V99.
           05  RVM-SPECIES PIC X(1).
           05  RVM-NET-COUNT PIC 9(7).
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD.
           05  YTD-BREED PIC X(30).
           05  YTD-PERIOD PIC X(2).
           05  YTD-COUNT PIC 9(5).
           05  YTD-SPECIES PIC X(1).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  SHL-SHELTER-CODE PIC X(4).
           05  SHL-SHELTER-NAME PIC X(30).
           05  SHL-SHELTER-REGION PIC X(8).
           05  SHL-SHELTER-ACTIVE PIC X(1).
           05  SHL-SHELTER-JURISDICTION PIC X(6).
       FD  TARGET-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TARGET-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  TARGET-MST-STATUS PIC X(2).
       01  REV-MAST-STATUS PIC X(2).
       01  YTD-MAST-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  TARGET-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-REV-CONTROL-KEY PIC X(30) VALUE '*REVCONTROL*'.
       01  WS-YTD-CONTROL-KEY PIC X(30) VALUE '*YTDCONTROL*'.
       01  WS-REV-YEAR PIC 9(5) VALUE 0.
       01  WS-YTD-YEAR PIC 9(5) VALUE 0.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-RUN-MONTH PIC 9(2).
       01  WS-RUN-DAY PIC 9(2).
       01  WS-MONTH-START PIC 9(8).
       01  WS-NEXT-MONTH-START PIC 9(8).
       01  WS-DAYS-IN-MONTH PIC 9(2).
       01  WS-THRESHOLD-PCT PIC 9(3) VALUE 80.
       01  WS-PERIOD-IDX PIC 9(2).
       01  WS-YTDMAST-AVAILABLE PIC X(1) VALUE 'N'.
       01  WS-ORG-MTD-ADOPT PIC 9(9) VALUE 0.
       01  WS-ORG-YTD-ADOPT PIC 9(9) VALUE 0.
       01  WS-TARGETS-LOADED PIC 9(6) VALUE 0.
       01  WS-SHELTERS-BEHIND PIC 9(4) VALUE 0.
       01  WS-SHELTERS-NO-TARGET PIC 9(4) VALUE 0.
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
               10  MASTER-SHELTER-NAME PIC X(30).
               10  MASTER-SHELTER-REGION PIC X(8).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-LOOKUP-SHELTER PIC X(4).
       01  ATTAINMENT-TABLE.
           05  ATT-ENTRY OCCURS 100 TIMES.
               10  ATT-SORT-KEY.
                   15  ATT-REGION PIC X(8).
                   15  ATT-SHELTER PIC X(4).
               10  ATT-NAME PIC X(30).
               10  ATT-HAS-TARGET PIC X(1).
               10  ATT-MTD-ADOPT PIC 9(7).
               10  ATT-YTD-ADOPT PIC 9(7).
               10  ATT-MTD-REVENUE PIC 9(9)V99.
               10  ATT-YTD-REVENUE PIC 9(9)V99.
               10  ATT-MTD-ADOPT-TGT PIC 9(7).
               10  ATT-YTD-ADOPT-TGT PIC 9(7).
               10  ATT-PACE-ADOPT-TGT PIC 9(7)V99.
               10  ATT-MTD-REV-TGT PIC 9(9)V99.
               10  ATT-YTD-REV-TGT PIC 9(9)V99.
               10  ATT-PACE-REV-TGT PIC 9(9)V99.
       01  WS-ATT-COUNT PIC 9(3) VALUE 0.
       01  WS-ATT-IDX PIC 9(3).
       01  WS-ATT-MATCH PIC 9(3).
       01  WS-ATT-I PIC 9(3).
       01  WS-ATT-J PIC 9(3).
       01  WS-ATT-SWAP PIC X(142).
       01  WS-PREV-REGION PIC X(8).
       01  SUMMARY-TOTALS.
           05  SUM-MTD-ADOPT PIC 9(9).
           05  SUM-YTD-ADOPT PIC 9(9).
           05  SUM-MTD-REVENUE PIC 9(11)V99.
           05  SUM-YTD-REVENUE PIC 9(11)V99.
           05  SUM-MTD-ADOPT-TGT PIC 9(9).
           05  SUM-YTD-ADOPT-TGT PIC 9(9).
           05  SUM-MTD-REV-TGT PIC 9(11)V99.
           05  SUM-YTD-REV-TGT PIC 9(11)V99.
       01  REGION-TOTALS.
           05  REG-MTD-ADOPT PIC 9(9).
           05  REG-YTD-ADOPT PIC 9(9).
           05  REG-MTD-REVENUE PIC 9(11)V99.
           05  REG-YTD-REVENUE PIC 9(11)V99.
           05  REG-MTD-ADOPT-TGT PIC 9(9).
           05  REG-YTD-ADOPT-TGT PIC 9(9).
           05  REG-MTD-REV-TGT PIC 9(11)V99.
           05  REG-YTD-REV-TGT PIC 9(11)V99.
       01  GRAND-TOTALS.
           05  GRD-MTD-ADOPT PIC 9(9) VALUE 0.
           05  GRD-YTD-ADOPT PIC 9(9) VALUE 0.
           05  GRD-MTD-REVENUE PIC 9(11)V99 VALUE 0.
           05  GRD-YTD-REVENUE PIC 9(11)V99 VALUE 0.
           05  GRD-MTD-ADOPT-TGT PIC 9(9) VALUE 0.
           05  GRD-YTD-ADOPT-TGT PIC 9(9) VALUE 0.
           05  GRD-MTD-REV-TGT PIC 9(11)V99 VALUE 0.
           05  GRD-YTD-REV-TGT PIC 9(11)V99 VALUE 0.
       01  WS-PCT-WORK PIC 9(7).
       01  WS-PACE-ADOPT-PCT PIC 9(7).
       01  WS-PACE-REV-PCT PIC 9(7).
       01  WS-SHELTER-STATUS PIC X(7).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(27)
               VALUE 'SHELTER TARGET ATTAINMENT  '.
           05  FILLER PIC X(5) VALUE 'YEAR '.
           05  RPT-HDR-YEAR PIC 9(4).
           05  FILLER PIC X(8) VALUE ' PERIOD '.
           05  RPT-HDR-PERIOD PIC 9(2).
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(16) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-THRESHOLD.
           05  FILLER PIC X(24) VALUE 'BEHIND TARGET WHEN UNDER'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-THR-PCT PIC ZZ9.
           05  FILLER PIC X(35)
               VALUE ' PCT OF THE PRORATED YTD TARGET DAY'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-THR-DAY PIC Z9.
           05  FILLER PIC X(4) VALUE ' OF '.
           05  RPT-THR-DIM PIC Z9.
           05  FILLER PIC X(8) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHLT MEASURE  MTD ACTUAL MTD TARGET  PCT'.
           05  FILLER PIC X(40)
               VALUE '  YTD ACTUAL  YTD TARGET  PCT STATUS    '.
       01  WS-RPT-REGION.
           05  FILLER PIC X(7) VALUE 'REGION '.
           05  RPT-REG-REGION PIC X(8).
           05  FILLER PIC X(65) VALUE SPACES.
       01  WS-RPT-SHELTER.
           05  FILLER PIC X(8) VALUE 'SHELTER '.
           05  RPT-SHL-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SHL-NAME PIC X(30).
           05  FILLER PIC X(37) VALUE SPACES.
       01  WS-RPT-TOTAL-HEAD.
           05  RPT-TOT-LABEL PIC X(40).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MEASURE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MTD-ACTUAL PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MTD-TARGET PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MTD-PCT PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-YTD-ACTUAL PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-YTD-TARGET PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-YTD-PCT PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STATUS PIC X(7).
           05  FILLER PIC X(3) VALUE SPACES.
       01  WS-RPT-BEHIND-HEAD.
           05  FILLER PIC X(40)
               VALUE 'SHELTERS BEHIND TARGET (PACE PCT = YTD A'.
           05  FILLER PIC X(40)
               VALUE 'CTUAL / PRORATED YTD TARGET)            '.
       01  WS-RPT-BEHIND.
           05  FILLER PIC X(22) VALUE 'BEHIND TARGET SHELTER '.
           05  RPT-BHD-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BHD-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BHD-REGION PIC X(8).
           05  FILLER PIC X(7) VALUE ' ADOPT '.
           05  RPT-BHD-ADOPT-PCT PIC ZZZ9.
           05  FILLER PIC X(5) VALUE ' REV '.
           05  RPT-BHD-REV-PCT PIC ZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(24) VALUE 'SHELTERS BEHIND TARGET: '.
           05  RPT-TRL-BEHIND PIC ZZZ9.
           05  FILLER PIC X(26) VALUE '   SHELTERS WITH NO TARGET'.
           05  FILLER PIC X(2) VALUE ': '.
           05  RPT-TRL-NO-TARGET PIC ZZZ9.
           05  FILLER PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              AND PARM-TEXT (1:3) > '000'
              MOVE PARM-TEXT (1:3) TO WS-THRESHOLD-PCT
           END-IF
           PERFORM SET-REPORT-CALENDAR
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-REVENUE-MASTER
           PERFORM LOAD-TARGET-MASTER
           PERFORM LOAD-YTD-MASTER
           PERFORM SORT-ATTAINMENT-TABLE
           OPEN OUTPUT TARGET-RPT-FILE
           IF TARGET-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPTGTRP TGTRPT OPEN FAILED, STATUS: '
                  TARGET-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-YEAR TO RPT-HDR-YEAR
           MOVE WS-RUN-MONTH TO RPT-HDR-PERIOD
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE TARGET-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE TARGET-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE WS-THRESHOLD-PCT TO RPT-THR-PCT
           MOVE WS-RUN-DAY TO RPT-THR-DAY
           MOVE WS-DAYS-IN-MONTH TO RPT-THR-DIM
           WRITE TARGET-RPT-RECORD FROM WS-RPT-THRESHOLD
           WRITE TARGET-RPT-RECORD FROM WS-RPT-COLUMNS
           MOVE SPACES TO WS-PREV-REGION
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
               IF ATT-REGION (WS-ATT-IDX) NOT = WS-PREV-REGION
                  IF WS-ATT-IDX > 1
                     PERFORM WRITE-REGION-TOTALS
                  END-IF
                  MOVE ATT-REGION (WS-ATT-IDX) TO WS-PREV-REGION
                  MOVE WS-PREV-REGION TO RPT-REG-REGION
                  WRITE TARGET-RPT-RECORD FROM WS-RPT-REGION
                  INITIALIZE REGION-TOTALS
               END-IF
               PERFORM REPORT-ONE-SHELTER
           END-PERFORM
           IF WS-ATT-COUNT > 0
              PERFORM WRITE-REGION-TOTALS
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           PERFORM WRITE-BEHIND-SECTION
           CLOSE TARGET-RPT-FILE
           DISPLAY 'ZTPTGTRP ATTAINMENT YEAR ' WS-RUN-YEAR
               ' PERIOD ' WS-RUN-MONTH
           DISPLAY 'ZTPTGTRP REVMAST RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPTGTRP TARGETS LOADED: ' WS-TARGETS-LOADED
           DISPLAY 'ZTPTGTRP SHELTERS REPORTED: ' WS-ATT-COUNT
           DISPLAY 'ZTPTGTRP SHELTERS BEHIND TARGET: '
               WS-SHELTERS-BEHIND
           DISPLAY 'ZTPTGTRP SHELTERS WITH NO TARGET: '
               WS-SHELTERS-NO-TARGET
           MOVE 0 TO RETURN-CODE
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
              MOVE 'ZTPTGTRP' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPTGTRP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPTGTRP' TO VER-PROGRAM-ID
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

       SET-REPORT-CALENDAR.
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
           MOVE WS-RUN-DATE (7:2) TO WS-RUN-DAY
           COMPUTE WS-MONTH-START =
               WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100 + 1
           IF WS-RUN-MONTH = 12
              COMPUTE WS-NEXT-MONTH-START =
                  (WS-RUN-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-MONTH-START =
                  WS-RUN-YEAR * 10000 + (WS-RUN-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

       LOAD-MASTER-SHELTER-TABLE.
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS = '00'
              PERFORM UNTIL SHELTER-CTL-STATUS NOT = '00'
                      OR WS-MASTER-SHELTER-COUNT = 50
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     ADD 1 TO WS-MASTER-SHELTER-COUNT
                     MOVE SHL-SHELTER-CODE TO
                         MASTER-SHELTER-CODE (WS-MASTER-SHELTER-COUNT)
                     MOVE SHL-SHELTER-NAME TO
                         MASTER-SHELTER-NAME (WS-MASTER-SHELTER-COUNT)
                     MOVE SHL-SHELTER-REGION TO
                         MASTER-SHELTER-REGION
                             (WS-MASTER-SHELTER-COUNT)
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           ELSE
              DISPLAY 'ZTPTGTRP SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS
           END-IF.

       LOAD-REVENUE-MASTER.
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPTGTRP REVMAST OPEN FAILED, STATUS: '
                  REV-MAST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL REV-MAST-STATUS NOT = '00'
               READ REV-MAST-FILE
               IF REV-MAST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF RVM-BREED = WS-REV-CONTROL-KEY
                     MOVE RVM-FEE-NET TO WS-REV-YEAR
                  ELSE
                     IF RVM-PERIOD IS NUMERIC
                        AND RVM-PERIOD >= '01'
                        AND RVM-PERIOD <= '12'
                        AND RVM-FEE-NET IS NUMERIC
                        PERFORM ADD-ACTUALS-TO-SHELTER
                     ELSE
                        DISPLAY 'ZTPTGTRP REVMAST RECORD SKIPPED, '
                            'SHELTER: ' RVM-SHELTER
                            ' PERIOD: ' RVM-PERIOD
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE REV-MAST-FILE
           IF WS-REV-YEAR NOT = 0
              AND WS-REV-YEAR NOT = WS-RUN-YEAR
              DISPLAY 'ZTPTGTRP REVMAST HOLDS YEAR ' WS-REV-YEAR
                  ', NOT ' WS-RUN-YEAR ' - ACTUALS REPORTED AS ZERO'
              PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                      UNTIL WS-ATT-IDX > WS-ATT-COUNT
                  MOVE 0 TO ATT-MTD-ADOPT (WS-ATT-IDX)
                  MOVE 0 TO ATT-YTD-ADOPT (WS-ATT-IDX)
                  MOVE 0 TO ATT-MTD-REVENUE (WS-ATT-IDX)
                  MOVE 0 TO ATT-YTD-REVENUE (WS-ATT-IDX)
              END-PERFORM
           END-IF.

       ADD-ACTUALS-TO-SHELTER.
           MOVE RVM-PERIOD TO WS-PERIOD-IDX
           IF WS-PERIOD-IDX <= WS-RUN-MONTH
              MOVE RVM-SHELTER TO WS-LOOKUP-SHELTER
              PERFORM FIND-ATTAINMENT-ENTRY
              IF RVM-NET-COUNT IS NOT NUMERIC
                 MOVE 0 TO RVM-NET-COUNT
              END-IF
              ADD RVM-NET-COUNT TO ATT-YTD-ADOPT (WS-ATT-MATCH)
              ADD RVM-FEE-NET TO ATT-YTD-REVENUE (WS-ATT-MATCH)
              IF WS-PERIOD-IDX = WS-RUN-MONTH
                 ADD RVM-NET-COUNT TO ATT-MTD-ADOPT (WS-ATT-MATCH)
                 ADD RVM-FEE-NET TO ATT-MTD-REVENUE (WS-ATT-MATCH)
              END-IF
           END-IF.

       LOAD-TARGET-MASTER.
           OPEN INPUT TARGET-MST-FILE
           IF TARGET-MST-STATUS NOT = '00'
              DISPLAY 'ZTPTGTRP TGTMAST OPEN FAILED, STATUS: '
                  TARGET-MST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL TARGET-MST-STATUS NOT = '00'
               READ TARGET-MST-FILE
               IF TARGET-MST-STATUS = '00'
                  IF TGT-YEAR IS NUMERIC
                     AND TGT-PERIOD IS NUMERIC
                     AND TGT-ADOPT-TARGET IS NUMERIC
                     AND TGT-REVENUE-TARGET IS NUMERIC
                     AND TGT-SHELTER NOT = SPACES
                     IF TGT-YEAR = WS-RUN-YEAR
                        AND TGT-PERIOD >= 1
                        AND TGT-PERIOD <= WS-RUN-MONTH
                        PERFORM ADD-TARGET-TO-SHELTER
                     END-IF
                  ELSE
                     DISPLAY 'ZTPTGTRP INVALID TGTMAST RECORD '
                         'IGNORED: ' TARGET-MST-RECORD
                  END-IF
               END-IF
           END-PERFORM
           CLOSE TARGET-MST-FILE.

       ADD-TARGET-TO-SHELTER.
           ADD 1 TO WS-TARGETS-LOADED
           MOVE TGT-SHELTER TO WS-LOOKUP-SHELTER
           PERFORM FIND-ATTAINMENT-ENTRY
           MOVE 'Y' TO ATT-HAS-TARGET (WS-ATT-MATCH)
           ADD TGT-ADOPT-TARGET TO ATT-YTD-ADOPT-TGT (WS-ATT-MATCH)
           ADD TGT-REVENUE-TARGET TO ATT-YTD-REV-TGT (WS-ATT-MATCH)
           IF TGT-PERIOD = WS-RUN-MONTH
              ADD TGT-ADOPT-TARGET TO ATT-MTD-ADOPT-TGT (WS-ATT-MATCH)
              ADD TGT-REVENUE-TARGET TO ATT-MTD-REV-TGT (WS-ATT-MATCH)
              COMPUTE ATT-PACE-ADOPT-TGT (WS-ATT-MATCH) =
                  ATT-PACE-ADOPT-TGT (WS-ATT-MATCH)
                  + TGT-ADOPT-TARGET * WS-RUN-DAY / WS-DAYS-IN-MONTH
              COMPUTE ATT-PACE-REV-TGT (WS-ATT-MATCH) =
                  ATT-PACE-REV-TGT (WS-ATT-MATCH)
                  + TGT-REVENUE-TARGET * WS-RUN-DAY / WS-DAYS-IN-MONTH
           ELSE
              ADD TGT-ADOPT-TARGET TO ATT-PACE-ADOPT-TGT (WS-ATT-MATCH)
              ADD TGT-REVENUE-TARGET TO ATT-PACE-REV-TGT (WS-ATT-MATCH)
           END-IF.

       FIND-ATTAINMENT-ENTRY.
           MOVE 0 TO WS-ATT-MATCH
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
                      OR WS-ATT-MATCH > 0
               IF ATT-SHELTER (WS-ATT-IDX) = WS-LOOKUP-SHELTER
                  MOVE WS-ATT-IDX TO WS-ATT-MATCH
               END-IF
           END-PERFORM
           IF WS-ATT-MATCH = 0
              IF WS-ATT-COUNT < 100
                 ADD 1 TO WS-ATT-COUNT
                 MOVE WS-ATT-COUNT TO WS-ATT-MATCH
                 INITIALIZE ATT-ENTRY (WS-ATT-MATCH)
                 MOVE WS-LOOKUP-SHELTER TO ATT-SHELTER (WS-ATT-MATCH)
                 MOVE 'N' TO ATT-HAS-TARGET (WS-ATT-MATCH)
                 PERFORM FIND-SHELTER-NAME
              ELSE
                 DISPLAY 'ZTPTGTRP SHELTER TABLE FULL, SHELTER: '
                     WS-LOOKUP-SHELTER
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF.

       FIND-SHELTER-NAME.
           MOVE 'UNKNOWN ' TO ATT-REGION (WS-ATT-MATCH)
           MOVE 'NOT ON SHELTER MASTER' TO ATT-NAME (WS-ATT-MATCH)
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                      WS-LOOKUP-SHELTER
                  MOVE MASTER-SHELTER-NAME (WS-SHELTER-IDX) TO
                      ATT-NAME (WS-ATT-MATCH)
                  MOVE MASTER-SHELTER-REGION (WS-SHELTER-IDX) TO
                      ATT-REGION (WS-ATT-MATCH)
                  MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
               END-IF
           END-PERFORM.

       LOAD-YTD-MASTER.
           OPEN INPUT YTD-MAST-FILE
           IF YTD-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPTGTRP YTDMAST NOT AVAILABLE, STATUS: '
                  YTD-MAST-STATUS
           ELSE
              MOVE 'Y' TO WS-YTDMAST-AVAILABLE
              PERFORM UNTIL YTD-MAST-STATUS NOT = '00'
                  READ YTD-MAST-FILE
                  IF YTD-MAST-STATUS = '00'
                     IF YTD-BREED = WS-YTD-CONTROL-KEY
                        MOVE YTD-COUNT TO WS-YTD-YEAR
                     ELSE
                        IF YTD-PERIOD IS NUMERIC
                           AND YTD-COUNT IS NUMERIC
                           MOVE YTD-PERIOD TO WS-PERIOD-IDX
                           IF WS-PERIOD-IDX >= 1
                              AND WS-PERIOD-IDX <= WS-RUN-MONTH
                              ADD YTD-COUNT TO WS-ORG-YTD-ADOPT
                              IF WS-PERIOD-IDX = WS-RUN-MONTH
                                 ADD YTD-COUNT TO WS-ORG-MTD-ADOPT
                              END-IF
                           END-IF
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE YTD-MAST-FILE
              IF WS-YTD-YEAR NOT = 0
                 AND WS-YTD-YEAR NOT = WS-RUN-YEAR
                 DISPLAY 'ZTPTGTRP YTDMAST HOLDS YEAR ' WS-YTD-YEAR
                     ', NOT ' WS-RUN-YEAR
                 MOVE 0 TO WS-ORG-YTD-ADOPT
                 MOVE 0 TO WS-ORG-MTD-ADOPT
              END-IF
           END-IF.

       SORT-ATTAINMENT-TABLE.
           PERFORM VARYING WS-ATT-I FROM 1 BY 1
                   UNTIL WS-ATT-I >= WS-ATT-COUNT
               PERFORM VARYING WS-ATT-J FROM 1 BY 1
                       UNTIL WS-ATT-J > WS-ATT-COUNT - WS-ATT-I
                   IF ATT-SORT-KEY (WS-ATT-J) >
                          ATT-SORT-KEY (WS-ATT-J + 1)
                      MOVE ATT-ENTRY (WS-ATT-J) TO WS-ATT-SWAP
                      MOVE ATT-ENTRY (WS-ATT-J + 1) TO
                          ATT-ENTRY (WS-ATT-J)
                      MOVE WS-ATT-SWAP TO ATT-ENTRY (WS-ATT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-ONE-SHELTER.
           MOVE ATT-SHELTER (WS-ATT-IDX) TO RPT-SHL-SHELTER
           MOVE ATT-NAME (WS-ATT-IDX) TO RPT-SHL-NAME
           WRITE TARGET-RPT-RECORD FROM WS-RPT-SHELTER
           PERFORM JUDGE-SHELTER-PACE
           EVALUATE WS-SHELTER-STATUS
               WHEN 'BEHIND '
                  ADD 1 TO WS-SHELTERS-BEHIND
               WHEN 'NO TGT '
                  ADD 1 TO WS-SHELTERS-NO-TARGET
           END-EVALUATE
           MOVE ATT-MTD-ADOPT (WS-ATT-IDX) TO SUM-MTD-ADOPT
           MOVE ATT-YTD-ADOPT (WS-ATT-IDX) TO SUM-YTD-ADOPT
           MOVE ATT-MTD-REVENUE (WS-ATT-IDX) TO SUM-MTD-REVENUE
           MOVE ATT-YTD-REVENUE (WS-ATT-IDX) TO SUM-YTD-REVENUE
           MOVE ATT-MTD-ADOPT-TGT (WS-ATT-IDX) TO SUM-MTD-ADOPT-TGT
           MOVE ATT-YTD-ADOPT-TGT (WS-ATT-IDX) TO SUM-YTD-ADOPT-TGT
           MOVE ATT-MTD-REV-TGT (WS-ATT-IDX) TO SUM-MTD-REV-TGT
           MOVE ATT-YTD-REV-TGT (WS-ATT-IDX) TO SUM-YTD-REV-TGT
           MOVE ATT-SHELTER (WS-ATT-IDX) TO RPT-DET-SHELTER
           MOVE WS-SHELTER-STATUS TO RPT-DET-STATUS
           PERFORM WRITE-SUMMARY-LINES
           ADD SUM-MTD-ADOPT TO REG-MTD-ADOPT GRD-MTD-ADOPT
           ADD SUM-YTD-ADOPT TO REG-YTD-ADOPT GRD-YTD-ADOPT
           ADD SUM-MTD-REVENUE TO REG-MTD-REVENUE GRD-MTD-REVENUE
           ADD SUM-YTD-REVENUE TO REG-YTD-REVENUE GRD-YTD-REVENUE
           ADD SUM-MTD-ADOPT-TGT TO REG-MTD-ADOPT-TGT
               GRD-MTD-ADOPT-TGT
           ADD SUM-YTD-ADOPT-TGT TO REG-YTD-ADOPT-TGT
               GRD-YTD-ADOPT-TGT
           ADD SUM-MTD-REV-TGT TO REG-MTD-REV-TGT GRD-MTD-REV-TGT
           ADD SUM-YTD-REV-TGT TO REG-YTD-REV-TGT GRD-YTD-REV-TGT.

       JUDGE-SHELTER-PACE.
           MOVE 0 TO WS-PACE-ADOPT-PCT
           MOVE 0 TO WS-PACE-REV-PCT
           IF ATT-HAS-TARGET (WS-ATT-IDX) NOT = 'Y'
              MOVE 'NO TGT ' TO WS-SHELTER-STATUS
           ELSE
              MOVE 'ON PACE' TO WS-SHELTER-STATUS
              IF ATT-PACE-ADOPT-TGT (WS-ATT-IDX) > 0
                 COMPUTE WS-PACE-ADOPT-PCT =
                     ATT-YTD-ADOPT (WS-ATT-IDX) * 100
                     / ATT-PACE-ADOPT-TGT (WS-ATT-IDX)
                 IF WS-PACE-ADOPT-PCT < WS-THRESHOLD-PCT
                    MOVE 'BEHIND ' TO WS-SHELTER-STATUS
                 END-IF
              END-IF
              IF ATT-PACE-REV-TGT (WS-ATT-IDX) > 0
                 COMPUTE WS-PACE-REV-PCT =
                     ATT-YTD-REVENUE (WS-ATT-IDX) * 100
                     / ATT-PACE-REV-TGT (WS-ATT-IDX)
                 IF WS-PACE-REV-PCT < WS-THRESHOLD-PCT
                    MOVE 'BEHIND ' TO WS-SHELTER-STATUS
                 END-IF
              END-IF
           END-IF.

       WRITE-SUMMARY-LINES.
           MOVE 'ADOPTNS ' TO RPT-DET-MEASURE
           MOVE SUM-MTD-ADOPT TO RPT-DET-MTD-ACTUAL
           MOVE SUM-MTD-ADOPT-TGT TO RPT-DET-MTD-TARGET
           MOVE 0 TO WS-PCT-WORK
           IF SUM-MTD-ADOPT-TGT > 0
              COMPUTE WS-PCT-WORK =
                  SUM-MTD-ADOPT * 100 / SUM-MTD-ADOPT-TGT
           END-IF
           PERFORM CAP-PERCENT
           MOVE WS-PCT-WORK TO RPT-DET-MTD-PCT
           MOVE SUM-YTD-ADOPT TO RPT-DET-YTD-ACTUAL
           MOVE SUM-YTD-ADOPT-TGT TO RPT-DET-YTD-TARGET
           MOVE 0 TO WS-PCT-WORK
           IF SUM-YTD-ADOPT-TGT > 0
              COMPUTE WS-PCT-WORK =
                  SUM-YTD-ADOPT * 100 / SUM-YTD-ADOPT-TGT
           END-IF
           PERFORM CAP-PERCENT
           MOVE WS-PCT-WORK TO RPT-DET-YTD-PCT
           WRITE TARGET-RPT-RECORD FROM WS-RPT-DETAIL
           MOVE 'REVENUE ' TO RPT-DET-MEASURE
           MOVE SUM-MTD-REVENUE TO RPT-DET-MTD-ACTUAL
           MOVE SUM-MTD-REV-TGT TO RPT-DET-MTD-TARGET
           MOVE 0 TO WS-PCT-WORK
           IF SUM-MTD-REV-TGT > 0
              COMPUTE WS-PCT-WORK =
                  SUM-MTD-REVENUE * 100 / SUM-MTD-REV-TGT
           END-IF
           PERFORM CAP-PERCENT
           MOVE WS-PCT-WORK TO RPT-DET-MTD-PCT
           MOVE SUM-YTD-REVENUE TO RPT-DET-YTD-ACTUAL
           MOVE SUM-YTD-REV-TGT TO RPT-DET-YTD-TARGET
           MOVE 0 TO WS-PCT-WORK
           IF SUM-YTD-REV-TGT > 0
              COMPUTE WS-PCT-WORK =
                  SUM-YTD-REVENUE * 100 / SUM-YTD-REV-TGT
           END-IF
           PERFORM CAP-PERCENT
           MOVE WS-PCT-WORK TO RPT-DET-YTD-PCT
           MOVE SPACES TO RPT-DET-STATUS
           WRITE TARGET-RPT-RECORD FROM WS-RPT-DETAIL.

       CAP-PERCENT.
           IF WS-PCT-WORK > 9999
              MOVE 9999 TO WS-PCT-WORK
           END-IF.

       WRITE-REGION-TOTALS.
           MOVE SPACES TO RPT-TOT-LABEL
           STRING 'REGION ' WS-PREV-REGION ' TOTAL'
               DELIMITED BY SIZE INTO RPT-TOT-LABEL
           WRITE TARGET-RPT-RECORD FROM WS-RPT-TOTAL-HEAD
           MOVE REGION-TOTALS TO SUMMARY-TOTALS
           MOVE SPACES TO RPT-DET-SHELTER
           MOVE SPACES TO RPT-DET-STATUS
           PERFORM WRITE-SUMMARY-LINES.

       WRITE-GRAND-TOTALS.
           MOVE 'ALL SHELTERS TOTAL' TO RPT-TOT-LABEL
           WRITE TARGET-RPT-RECORD FROM WS-RPT-TOTAL-HEAD
           MOVE GRAND-TOTALS TO SUMMARY-TOTALS
           MOVE SPACES TO RPT-DET-SHELTER
           MOVE SPACES TO RPT-DET-STATUS
           PERFORM WRITE-SUMMARY-LINES
           IF WS-YTDMAST-AVAILABLE = 'Y'
              MOVE 'ALL SHELTERS ADOPTIONS PER YTDMAST' TO
                  RPT-TOT-LABEL
              WRITE TARGET-RPT-RECORD FROM WS-RPT-TOTAL-HEAD
              MOVE 'ADOPTNS ' TO RPT-DET-MEASURE
              MOVE WS-ORG-MTD-ADOPT TO RPT-DET-MTD-ACTUAL
              MOVE GRD-MTD-ADOPT-TGT TO RPT-DET-MTD-TARGET
              MOVE 0 TO WS-PCT-WORK
              IF GRD-MTD-ADOPT-TGT > 0
                 COMPUTE WS-PCT-WORK =
                     WS-ORG-MTD-ADOPT * 100 / GRD-MTD-ADOPT-TGT
              END-IF
              PERFORM CAP-PERCENT
              MOVE WS-PCT-WORK TO RPT-DET-MTD-PCT
              MOVE WS-ORG-YTD-ADOPT TO RPT-DET-YTD-ACTUAL
              MOVE GRD-YTD-ADOPT-TGT TO RPT-DET-YTD-TARGET
              MOVE 0 TO WS-PCT-WORK
              IF GRD-YTD-ADOPT-TGT > 0
                 COMPUTE WS-PCT-WORK =
                     WS-ORG-YTD-ADOPT * 100 / GRD-YTD-ADOPT-TGT
              END-IF
              PERFORM CAP-PERCENT
              MOVE WS-PCT-WORK TO RPT-DET-YTD-PCT
              IF WS-ORG-YTD-ADOPT NOT = GRD-YTD-ADOPT
                 MOVE 'DIFFERS' TO RPT-DET-STATUS
                 DISPLAY 'ZTPTGTRP YTDMAST ADOPTIONS ' WS-ORG-YTD-ADOPT
                     ' DIFFER FROM REVMAST ' GRD-YTD-ADOPT
              END-IF
              WRITE TARGET-RPT-RECORD FROM WS-RPT-DETAIL
           END-IF.

       WRITE-BEHIND-SECTION.
           IF WS-SHELTERS-BEHIND > 0
              WRITE TARGET-RPT-RECORD FROM WS-RPT-BEHIND-HEAD
              PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                      UNTIL WS-ATT-IDX > WS-ATT-COUNT
                  IF ATT-HAS-TARGET (WS-ATT-IDX) = 'Y'
                     PERFORM JUDGE-SHELTER-PACE
                     IF WS-SHELTER-STATUS = 'BEHIND '
                        MOVE ATT-SHELTER (WS-ATT-IDX) TO
                            RPT-BHD-SHELTER
                        MOVE ATT-NAME (WS-ATT-IDX) TO RPT-BHD-NAME
                        MOVE ATT-REGION (WS-ATT-IDX) TO RPT-BHD-REGION
                        MOVE WS-PACE-ADOPT-PCT TO WS-PCT-WORK
                        PERFORM CAP-PERCENT
                        MOVE WS-PCT-WORK TO RPT-BHD-ADOPT-PCT
                        MOVE WS-PACE-REV-PCT TO WS-PCT-WORK
                        PERFORM CAP-PERCENT
                        MOVE WS-PCT-WORK TO RPT-BHD-REV-PCT
                        WRITE TARGET-RPT-RECORD FROM WS-RPT-BEHIND
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           MOVE WS-SHELTERS-BEHIND TO RPT-TRL-BEHIND
           MOVE WS-SHELTERS-NO-TARGET TO RPT-TRL-NO-TARGET
           WRITE TARGET-RPT-RECORD FROM WS-RPT-TRAILER.
       END PROGRAM ZTPTGTRP.
