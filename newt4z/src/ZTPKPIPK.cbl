       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPKPIPK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MAST-FILE ASSIGN YTDMAST
           FILE STATUS IS YTD-MAST-STATUS.
           SELECT YTD-ARCHP-FILE ASSIGN YTDARCHP
           FILE STATUS IS YTD-ARCHP-STATUS.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT REV-ARCHP-FILE ASSIGN REVARCHP
           FILE STATUS IS REV-ARCHP-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT FCST-HIST-FILE ASSIGN FCSTHIST
           FILE STATUS IS FCST-HIST-STATUS.
           SELECT FCST-ACC-FILE ASSIGN FCSTACC
           FILE STATUS IS FCST-ACC-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT KPI-PACK-FILE ASSIGN KPIPACK
           FILE STATUS IS KPI-PACK-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD.
           05  YTD-BREED PIC X(30).
           05  YTD-PERIOD PIC X(2).
           05  YTD-COUNT PIC 9(5).
           05  YTD-SPECIES PIC X(1).
       FD  YTD-ARCHP-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-ARCHP-RECORD PIC X(38).
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
       FD  REV-ARCHP-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-ARCHP-RECORD PIC X(88).
       FD  ADOPT-MST-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-MST-RECORD.
           05  ADM-ANIMAL-ID PIC X(10).
           05  ADM-BREED PIC X(30).
           05  ADM-SHELTER PIC X(4).
           05  ADM-ADOPT-DATE PIC X(8).
           05  ADM-CUSTOMER-ID PIC X(8).
           05  ADM-UPDATED-TS PIC X(21).
           05  ADM-FEE-ADOPT PIC 9(5)V99.
           05  ADM-FEE-CHIP PIC 9(5)V99.
           05  ADM-FEE-DONATION PIC 9(5)V99.
           05  ADM-REFUND-DATE PIC X(8).
           05  ADM-REFUND-AMOUNT PIC 9(5)V99.
           05  ADM-REFUND-DONATION PIC 9(5)V99.
           05  ADM-SPECIES PIC X(1).
           05  ADM-STERIL-STATUS PIC X(1).
           05  ADM-STERIL-DUE-DATE PIC X(8).
           05  ADM-STERIL-PROOF-DATE PIC X(8).
           05  ADM-STERIL-NOTICE PIC X(1).
           05  FILLER PIC X(7).
       FD  FCST-HIST-FILE RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  FCST-HIST-RECORD.
           05  FCH-BREED PIC X(30).
           05  FCH-PERIOD PIC 9(2).
           05  FCH-PROJECTED PIC 9(5).
           05  FCH-RUN-DATE PIC X(8).
           05  FILLER PIC X(3).
       FD  FCST-ACC-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  FCST-ACC-RECORD.
           05  FCA-MONTH PIC 9(6).
           05  FCA-PROJECTED PIC 9(7).
           05  FCA-FCST-RUN-DATE PIC X(8).
           05  FCA-SAVED-DATE PIC X(8).
           05  FILLER PIC X(11).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  SHL-SHELTER-CODE PIC X(4).
           05  SHL-SHELTER-NAME PIC X(30).
           05  SHL-SHELTER-REGION PIC X(8).
           05  SHL-SHELTER-ACTIVE PIC X(1).
           05  SHL-SHELTER-JURISDICTION PIC X(6).
       FD  KPI-PACK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  KPI-PACK-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  YTD-MAST-STATUS PIC X(2).
       01  YTD-ARCHP-STATUS PIC X(2).
       01  REV-MAST-STATUS PIC X(2).
       01  REV-ARCHP-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  FCST-HIST-STATUS PIC X(2).
       01  FCST-ACC-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  KPI-PACK-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-RECORDS-READ PIC 9(7) VALUE 0.
       01  WS-YTD-CONTROL-KEY PIC X(30) VALUE '*YTDCONTROL*'.
       01  WS-REV-CONTROL-KEY PIC X(30) VALUE '*REVCONTROL*'.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-RUN-MONTH PIC 9(2).
       01  WS-REPORT-YEAR PIC 9(4).
       01  WS-REPORT-MONTH PIC 9(2).
       01  WS-REPORT-LABEL PIC X(7).
       01  WS-END-MONTH-NUM PIC 9(6).
       01  WS-START-MONTH-NUM PIC 9(6).
       01  WS-KEEP-FROM-MONTH PIC 9(6).
       01  WS-LOC-YEAR PIC 9(4).
       01  WS-LOC-MONTH PIC 9(2).
       01  WS-LOC-NUM PIC 9(6).
       01  WS-LOC-SLOT PIC 9(2).
       01  WS-SRC-YEAR PIC 9(4).
       01  WS-SRC-DEFAULT-YEAR PIC 9(4).
       01  WS-SRC-SIDE PIC X(1).
       01  WS-PERIOD-WORK PIC 9(2).
       01  WS-DATE-WORK PIC X(8).
       01  SOURCE-SUMMARY.
           05  SRC-ENTRY OCCURS 5 TIMES.
               10  SRC-DD PIC X(8).
               10  SRC-LOADED PIC X(1).
               10  SRC-YEAR PIC 9(4).
               10  SRC-RECORDS PIC 9(7).
       01  WS-SRC-IDX PIC 9(1).
       01  WS-SOURCE-MISSING PIC 9(1) VALUE 0.
       01  WINDOW-TABLE.
           05  WIN-ENTRY OCCURS 13 TIMES.
               10  WIN-YEAR PIC 9(4).
               10  WIN-MONTH PIC 9(2).
               10  WIN-LABEL PIC X(7).
               10  KSY-YTD-COUNT PIC 9(7).
               10  KSY-YTD-SEEN PIC X(1).
               10  KSY-REV-COUNT PIC 9(7).
               10  KSY-FEE-NET PIC 9(11)V99.
               10  KSY-FEE-DON PIC 9(11)V99.
               10  KSY-REV-SEEN PIC X(1).
               10  KSY-ADM-ADOPT PIC 9(7).
               10  KSY-ADM-RETURN PIC 9(7).
               10  KSY-ADM-SEEN PIC X(1).
               10  KSY-PROJECTED PIC 9(7).
               10  KSY-PROJ-SEEN PIC X(1).
       01  WS-SLOT PIC 9(2).
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
               10  MASTER-SHELTER-NAME PIC X(30).
               10  MASTER-SHELTER-REGION PIC X(8).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-LOOKUP-SHELTER PIC X(4).
       01  KPI-SHELTER-TABLE.
           05  KSH-ENTRY OCCURS 60 TIMES.
               10  KSH-SORT-KEY.
                   15  KSH-REGION PIC X(8).
                   15  KSH-SHELTER PIC X(4).
               10  KSH-NAME PIC X(20).
               10  KSH-SLOT OCCURS 13 TIMES.
                   15  KSS-REV-COUNT PIC 9(7).
                   15  KSS-FEE-NET PIC 9(9)V99.
                   15  KSS-FEE-DON PIC 9(9)V99.
                   15  KSS-ADM-ADOPT PIC 9(5).
                   15  KSS-ADM-RETURN PIC 9(5).
       01  WS-KSH-COUNT PIC 9(2) VALUE 0.
       01  WS-KSH-IDX PIC 9(2).
       01  WS-KSH-MATCH PIC 9(2).
       01  WS-KSH-I PIC 9(2).
       01  WS-KSH-J PIC 9(2).
       01  WS-KSH-SWAP PIC X(539).
       01  WS-KSH-OVERFLOW PIC 9(6) VALUE 0.
       01  FCST-ACC-TABLE.
           05  FAT-ENTRY OCCURS 60 TIMES.
               10  FAT-MONTH PIC 9(6).
               10  FAT-PROJECTED PIC 9(7).
               10  FAT-FCST-RUN-DATE PIC X(8).
       01  WS-FAT-COUNT PIC 9(2) VALUE 0.
       01  WS-FAT-IDX PIC 9(2).
       01  WS-FAT-MATCH PIC 9(2).
       01  WS-FAT-I PIC 9(2).
       01  WS-FAT-J PIC 9(2).
       01  WS-FAT-SWAP PIC X(21).
       01  FCST-RUN-TABLE.
           05  FRT-ENTRY OCCURS 12 TIMES.
               10  FRT-MONTH PIC 9(6).
               10  FRT-PROJECTED PIC 9(7).
               10  FRT-FCST-RUN-DATE PIC X(8).
       01  WS-FRT-COUNT PIC 9(2) VALUE 0.
       01  WS-FRT-IDX PIC 9(2).
       01  WS-FRT-MATCH PIC 9(2).
       01  WS-FCST-TARGET-MONTH PIC 9(6).
       01  WS-FCST-TARGET-YEAR PIC 9(4).
       01  WS-FCST-RUN-MONTH PIC 9(2).
       01  WS-FCST-MERGED PIC 9(2) VALUE 0.
       01  WS-KPI-CODE PIC X(1).
       01  WS-KPI-NUMBER PIC 9(1).
       01  WS-KPI-TITLE PIC X(30).
       01  WS-KPI-DEFINITION PIC X(74).
       01  WS-N1 PIC S9(11)V99.
       01  WS-N2 PIC S9(11)V99.
       01  WS-N-SEEN PIC X(1).
       01  WS-SLOT-FROM PIC 9(2).
       01  WS-SLOT-TO PIC 9(2).
       01  WS-KPI-VALUE PIC S9(9)V99.
       01  WS-KPI-AVAIL PIC X(1).
       01  WS-KPI-TEXT PIC X(12).
       01  WS-KPI-DIFF PIC S9(11)V99.
       01  WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-MONEY PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT-LINE.
           05  EDP-VALUE PIC -ZZZZZ9.9.
           05  FILLER PIC X(1) VALUE '%'.
           05  FILLER PIC X(2) VALUE SPACES.
       01  WS-BASIS-IN PIC S9(11)V99.
       01  WS-BASIS-IS-MONEY PIC X(1).
       01  WS-BASIS-TEXT PIC X(13).
       01  WS-EDIT-BASIS-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-BASIS-MONEY PIC ZZ,ZZZ,ZZ9.99.
       01  WS-BASIS1-MONEY PIC X(1).
       01  WS-BASIS2-MONEY PIC X(1).
       01  WS-TREND-MAX PIC S9(9)V99.
       01  WS-BAR-LEN PIC 9(2).
       01  RANGE-VALUES.
           05  RNG-ENTRY OCCURS 3 TIMES.
               10  RNG-N1 PIC S9(11)V99.
               10  RNG-N2 PIC S9(11)V99.
               10  RNG-SEEN PIC X(1).
       01  REGION-VALUES.
           05  RGV-ENTRY OCCURS 3 TIMES.
               10  RGV-N1 PIC S9(11)V99.
               10  RGV-N2 PIC S9(11)V99.
               10  RGV-SEEN PIC X(1).
       01  ALL-VALUES.
           05  ALV-ENTRY OCCURS 3 TIMES.
               10  ALV-N1 PIC S9(11)V99.
               10  ALV-N2 PIC S9(11)V99.
               10  ALV-SEEN PIC X(1).
       01  WS-RNG-IDX PIC 9(1).
       01  WS-PREV-REGION PIC X(8).
       01  WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01  WS-PACK-LINE PIC X(80).
       01  WS-CUR-TITLE PIC X(80).
       01  WS-CUR-COLUMNS PIC X(80).
       01  WS-PACK-LINES PIC 9(6) VALUE 0.
       01  WS-PAGE-HEADER.
           05  FILLER PIC X(16) VALUE 'BOARD KPI PACK  '.
           05  FILLER PIC X(13) VALUE 'REPORT MONTH '.
           05  PHD-REPORT-MONTH PIC X(7).
           05  FILLER PIC X(11) VALUE '  RUN DATE '.
           05  PHD-RUN-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  PHD-RUN-MODE PIC X(4).
           05  FILLER PIC X(8) VALUE '   PAGE '.
           05  PHD-PAGE PIC ZZZ9.
           05  FILLER PIC X(8) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-SECTION-TITLE.
           05  STL-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-SUMMARY-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'MEASURE                       MONTH  PRI'.
           05  FILLER PIC X(40)
               VALUE 'OR MONTH  MONTH LAST YR     12 MONTHS   '.
       01  WS-SUMMARY-LINE.
           05  SUM-TITLE PIC X(24).
           05  FILLER PIC X(1) VALUE SPACE.
           05  SUM-MONTH PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  SUM-PRIOR PIC X(12).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SUM-LAST-YEAR PIC X(12).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SUM-12-MONTHS PIC X(12).
       01  WS-SOURCE-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'DATA SOURCE  STATUS         YEAR  RECORD'.
           05  FILLER PIC X(40) VALUE 'S READ'.
       01  WS-SOURCE-LINE.
           05  SRL-DD PIC X(8).
           05  FILLER PIC X(5) VALUE SPACES.
           05  SRL-STATUS PIC X(13).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SRL-YEAR PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SRL-RECORDS PIC ZZZZZZ9.
           05  FILLER PIC X(39) VALUE SPACES.
       01  WS-TREND-COLUMNS.
           05  FILLER PIC X(11) VALUE '  MONTH    '.
           05  TRC-VALUE PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TRC-BASIS1 PIC X(13).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TRC-BASIS2 PIC X(13).
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(28) VALUE 'TREND'.
       01  WS-TREND-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  TRD-MONTH PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TRD-VALUE PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TRD-BASIS1 PIC X(13).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TRD-BASIS2 PIC X(13).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TRD-BAR PIC X(27).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-COMPARE-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHEL NAME                 REGION       '.
           05  FILLER PIC X(40)
               VALUE '   MONTH  MONTH LAST YR    12 MONTHS   '.
       01  WS-COMPARE-LINE.
           05  CMP-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CMP-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CMP-REGION PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CMP-MONTH PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CMP-LAST-YEAR PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  CMP-12-MONTHS PIC X(12).
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-NOTE-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  NTL-TEXT PIC X(78).
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(6).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM SET-REPORT-WINDOW
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-YTD-VOLUMES
           PERFORM LOAD-REVENUE-MASTERS
           PERFORM LOAD-ADOPTION-DETAIL
           PERFORM LOAD-FORECAST-ACCURACY
           PERFORM SORT-SHELTER-TABLE
           OPEN OUTPUT KPI-PACK-FILE
           IF KPI-PACK-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK KPIPACK OPEN FAILED, STATUS: '
                  KPI-PACK-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-SUMMARY-PAGE
           PERFORM VARYING WS-KPI-NUMBER FROM 1 BY 1
                   UNTIL WS-KPI-NUMBER > 5
               PERFORM SET-KPI-DEFINITION
               PERFORM WRITE-KPI-PAGE
           END-PERFORM
           CLOSE KPI-PACK-FILE
           IF WS-RUN-MODE NOT = 'TEST'
              PERFORM SAVE-FORECAST-ACCURACY
           END-IF
           DISPLAY 'ZTPKPIPK REPORT MONTH ' WS-REPORT-LABEL
               ' PAGES: ' WS-PAGE-NUMBER ' LINES: ' WS-PACK-LINES
           DISPLAY 'ZTPKPIPK SHELTERS COMPARED: ' WS-KSH-COUNT
               ' FORECAST MONTHS HELD: ' WS-FAT-COUNT
           IF WS-KSH-OVERFLOW > 0
              DISPLAY 'ZTPKPIPK SHELTER TABLE FULL, RECORDS NOT '
                  'COMPARED: ' WS-KSH-OVERFLOW
           END-IF
           IF WS-SOURCE-MISSING > 0
              DISPLAY 'ZTPKPIPK ' WS-SOURCE-MISSING
                  ' REQUIRED SOURCE(S) NOT AVAILABLE - PACK INCOMPLETE'
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
              MOVE 'ZTPKPIPK' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPKPIPK' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPKPIPK' TO VER-PROGRAM-ID
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

       SET-REPORT-WINDOW.
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
           IF WS-RUN-MONTH = 1
              COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
              MOVE 12 TO WS-REPORT-MONTH
           ELSE
              MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
              COMPUTE WS-REPORT-MONTH = WS-RUN-MONTH - 1
           END-IF
           IF PARM-LENGTH >= 6
              IF PARM-TEXT IS NUMERIC
                 AND PARM-TEXT (5:2) >= '01'
                 AND PARM-TEXT (5:2) <= '12'
                 MOVE PARM-TEXT (1:4) TO WS-REPORT-YEAR
                 MOVE PARM-TEXT (5:2) TO WS-REPORT-MONTH
              ELSE
                 DISPLAY 'ZTPKPIPK PARM IGNORED, NOT YYYYMM: '
                     PARM-TEXT
              END-IF
           END-IF
           COMPUTE WS-END-MONTH-NUM =
               WS-REPORT-YEAR * 12 + WS-REPORT-MONTH - 1
           COMPUTE WS-START-MONTH-NUM = WS-END-MONTH-NUM - 12
           INITIALIZE WINDOW-TABLE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
               COMPUTE WS-LOC-NUM = WS-START-MONTH-NUM + WS-SLOT - 1
               COMPUTE WIN-YEAR (WS-SLOT) = WS-LOC-NUM / 12
               COMPUTE WIN-MONTH (WS-SLOT) =
                   WS-LOC-NUM - WIN-YEAR (WS-SLOT) * 12 + 1
               STRING WIN-YEAR (WS-SLOT) '-' WIN-MONTH (WS-SLOT)
                   DELIMITED BY SIZE INTO WIN-LABEL (WS-SLOT)
               MOVE 'N' TO KSY-YTD-SEEN (WS-SLOT)
               MOVE 'N' TO KSY-REV-SEEN (WS-SLOT)
               MOVE 'N' TO KSY-ADM-SEEN (WS-SLOT)
               MOVE 'N' TO KSY-PROJ-SEEN (WS-SLOT)
           END-PERFORM
           MOVE WIN-LABEL (13) TO WS-REPORT-LABEL
           COMPUTE WS-KEEP-FROM-MONTH =
               (WIN-YEAR (1) - 2) * 100 + WIN-MONTH (1)
           MOVE 'YTDMAST ' TO SRC-DD (1)
           MOVE 'YTDARCHP' TO SRC-DD (2)
           MOVE 'REVMAST ' TO SRC-DD (3)
           MOVE 'REVARCHP' TO SRC-DD (4)
           MOVE 'ADOPTMST' TO SRC-DD (5)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
               MOVE 'N' TO SRC-LOADED (WS-SRC-IDX)
               MOVE 0 TO SRC-YEAR (WS-SRC-IDX)
               MOVE 0 TO SRC-RECORDS (WS-SRC-IDX)
           END-PERFORM.

       LOCATE-SLOT.
           MOVE 0 TO WS-LOC-SLOT
           IF WS-LOC-MONTH >= 1 AND WS-LOC-MONTH <= 12
              COMPUTE WS-LOC-NUM = WS-LOC-YEAR * 12 + WS-LOC-MONTH - 1
              IF WS-LOC-NUM >= WS-START-MONTH-NUM
                 AND WS-LOC-NUM <= WS-END-MONTH-NUM
                 COMPUTE WS-LOC-SLOT =
                     WS-LOC-NUM - WS-START-MONTH-NUM + 1
              END-IF
           END-IF.

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
              DISPLAY 'ZTPKPIPK SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS
           END-IF.

       LOAD-YTD-VOLUMES.
           MOVE WS-RUN-YEAR TO WS-SRC-YEAR
           OPEN INPUT YTD-MAST-FILE
           IF YTD-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK YTDMAST NOT AVAILABLE, STATUS: '
                  YTD-MAST-STATUS
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              PERFORM UNTIL YTD-MAST-STATUS NOT = '00'
                  READ YTD-MAST-FILE
                  IF YTD-MAST-STATUS = '00'
                     AND YTD-BREED = WS-YTD-CONTROL-KEY
                     AND YTD-COUNT IS NUMERIC
                     AND YTD-COUNT > 0
                     MOVE YTD-COUNT TO WS-SRC-YEAR
                  END-IF
              END-PERFORM
              CLOSE YTD-MAST-FILE
              MOVE 1 TO WS-SRC-IDX
              PERFORM MARK-YTD-COVERAGE
              OPEN INPUT YTD-MAST-FILE
              PERFORM UNTIL YTD-MAST-STATUS NOT = '00'
                  READ YTD-MAST-FILE
                  IF YTD-MAST-STATUS = '00'
                     PERFORM NOTE-YTD-RECORD
                  END-IF
              END-PERFORM
              CLOSE YTD-MAST-FILE
           END-IF
           COMPUTE WS-SRC-YEAR = WS-RUN-YEAR - 1
           OPEN INPUT YTD-ARCHP-FILE
           IF YTD-ARCHP-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK PRIOR-YEAR YTDARCH NOT AVAILABLE, '
                  'STATUS: ' YTD-ARCHP-STATUS
           ELSE
              PERFORM UNTIL YTD-ARCHP-STATUS NOT = '00'
                  READ YTD-ARCHP-FILE
                  IF YTD-ARCHP-STATUS = '00'
                     MOVE YTD-ARCHP-RECORD TO YTD-MAST-RECORD
                     IF YTD-BREED = WS-YTD-CONTROL-KEY
                        AND YTD-COUNT IS NUMERIC
                        AND YTD-COUNT > 0
                        MOVE YTD-COUNT TO WS-SRC-YEAR
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE YTD-ARCHP-FILE
              MOVE 2 TO WS-SRC-IDX
              PERFORM MARK-YTD-COVERAGE
              OPEN INPUT YTD-ARCHP-FILE
              PERFORM UNTIL YTD-ARCHP-STATUS NOT = '00'
                  READ YTD-ARCHP-FILE
                  IF YTD-ARCHP-STATUS = '00'
                     MOVE YTD-ARCHP-RECORD TO YTD-MAST-RECORD
                     PERFORM NOTE-YTD-RECORD
                  END-IF
              END-PERFORM
              CLOSE YTD-ARCHP-FILE
           END-IF.

       MARK-YTD-COVERAGE.
           MOVE 'Y' TO SRC-LOADED (WS-SRC-IDX)
           MOVE WS-SRC-YEAR TO SRC-YEAR (WS-SRC-IDX)
           MOVE WS-SRC-YEAR TO WS-LOC-YEAR
           PERFORM VARYING WS-LOC-MONTH FROM 1 BY 1
                   UNTIL WS-LOC-MONTH > 12
               PERFORM LOCATE-SLOT
               IF WS-LOC-SLOT > 0
                  MOVE 'Y' TO KSY-YTD-SEEN (WS-LOC-SLOT)
               END-IF
           END-PERFORM.

       NOTE-YTD-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO SRC-RECORDS (WS-SRC-IDX)
           IF YTD-BREED NOT = WS-YTD-CONTROL-KEY
              AND YTD-PERIOD IS NUMERIC
              AND YTD-COUNT IS NUMERIC
              MOVE WS-SRC-YEAR TO WS-LOC-YEAR
              MOVE YTD-PERIOD TO WS-LOC-MONTH
              PERFORM LOCATE-SLOT
              IF WS-LOC-SLOT > 0
                 ADD YTD-COUNT TO KSY-YTD-COUNT (WS-LOC-SLOT)
              END-IF
           END-IF.

       LOAD-REVENUE-MASTERS.
           MOVE WS-RUN-YEAR TO WS-SRC-YEAR
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK REVMAST NOT AVAILABLE, STATUS: '
                  REV-MAST-STATUS
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              PERFORM UNTIL REV-MAST-STATUS NOT = '00'
                  READ REV-MAST-FILE
                  IF REV-MAST-STATUS = '00'
                     AND RVM-BREED = WS-REV-CONTROL-KEY
                     AND RVM-FEE-NET IS NUMERIC
                     AND RVM-FEE-NET > 0
                     MOVE RVM-FEE-NET TO WS-SRC-YEAR
                  END-IF
              END-PERFORM
              CLOSE REV-MAST-FILE
              MOVE 3 TO WS-SRC-IDX
              PERFORM MARK-REV-COVERAGE
              OPEN INPUT REV-MAST-FILE
              PERFORM UNTIL REV-MAST-STATUS NOT = '00'
                  READ REV-MAST-FILE
                  IF REV-MAST-STATUS = '00'
                     PERFORM NOTE-REV-RECORD
                  END-IF
              END-PERFORM
              CLOSE REV-MAST-FILE
           END-IF
           COMPUTE WS-SRC-YEAR = WS-RUN-YEAR - 1
           OPEN INPUT REV-ARCHP-FILE
           IF REV-ARCHP-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK PRIOR-YEAR REVARCH NOT AVAILABLE, '
                  'STATUS: ' REV-ARCHP-STATUS
           ELSE
              PERFORM UNTIL REV-ARCHP-STATUS NOT = '00'
                  READ REV-ARCHP-FILE
                  IF REV-ARCHP-STATUS = '00'
                     MOVE REV-ARCHP-RECORD TO REV-MAST-RECORD
                     IF RVM-BREED = WS-REV-CONTROL-KEY
                        AND RVM-FEE-NET IS NUMERIC
                        AND RVM-FEE-NET > 0
                        MOVE RVM-FEE-NET TO WS-SRC-YEAR
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE REV-ARCHP-FILE
              MOVE 4 TO WS-SRC-IDX
              PERFORM MARK-REV-COVERAGE
              OPEN INPUT REV-ARCHP-FILE
              PERFORM UNTIL REV-ARCHP-STATUS NOT = '00'
                  READ REV-ARCHP-FILE
                  IF REV-ARCHP-STATUS = '00'
                     MOVE REV-ARCHP-RECORD TO REV-MAST-RECORD
                     PERFORM NOTE-REV-RECORD
                  END-IF
              END-PERFORM
              CLOSE REV-ARCHP-FILE
           END-IF.

       MARK-REV-COVERAGE.
           MOVE 'Y' TO SRC-LOADED (WS-SRC-IDX)
           MOVE WS-SRC-YEAR TO SRC-YEAR (WS-SRC-IDX)
           MOVE WS-SRC-YEAR TO WS-LOC-YEAR
           PERFORM VARYING WS-LOC-MONTH FROM 1 BY 1
                   UNTIL WS-LOC-MONTH > 12
               PERFORM LOCATE-SLOT
               IF WS-LOC-SLOT > 0
                  MOVE 'Y' TO KSY-REV-SEEN (WS-LOC-SLOT)
               END-IF
           END-PERFORM.

       NOTE-REV-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO SRC-RECORDS (WS-SRC-IDX)
           IF RVM-BREED NOT = WS-REV-CONTROL-KEY
              AND RVM-PERIOD IS NUMERIC
              AND RVM-FEE-NET IS NUMERIC
              AND RVM-FEE-DONATION IS NUMERIC
              MOVE WS-SRC-YEAR TO WS-LOC-YEAR
              MOVE RVM-PERIOD TO WS-LOC-MONTH
              PERFORM LOCATE-SLOT
              IF WS-LOC-SLOT > 0
                 IF RVM-NET-COUNT IS NOT NUMERIC
                    MOVE 0 TO RVM-NET-COUNT
                 END-IF
                 ADD RVM-NET-COUNT TO KSY-REV-COUNT (WS-LOC-SLOT)
                 ADD RVM-FEE-NET TO KSY-FEE-NET (WS-LOC-SLOT)
                 ADD RVM-FEE-DONATION TO KSY-FEE-DON (WS-LOC-SLOT)
                 MOVE RVM-SHELTER TO WS-LOOKUP-SHELTER
                 PERFORM FIND-SHELTER-ENTRY
                 IF WS-KSH-MATCH > 0
                    ADD RVM-NET-COUNT TO
                        KSS-REV-COUNT (WS-KSH-MATCH, WS-LOC-SLOT)
                    ADD RVM-FEE-NET TO
                        KSS-FEE-NET (WS-KSH-MATCH, WS-LOC-SLOT)
                    ADD RVM-FEE-DONATION TO
                        KSS-FEE-DON (WS-KSH-MATCH, WS-LOC-SLOT)
                 END-IF
              END-IF
           END-IF.

       LOAD-ADOPTION-DETAIL.
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK ADOPTMST NOT AVAILABLE, STATUS: '
                  ADOPT-MST-STATUS
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              MOVE 'Y' TO SRC-LOADED (5)
              PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
                  MOVE 'Y' TO KSY-ADM-SEEN (WS-SLOT)
              END-PERFORM
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADOPT-MST-FILE NEXT RECORD
                      AT END
                          MOVE 'N' TO WS-MORE-RECORDS
                  END-READ
                  IF WS-MORE-RECORDS = 'Y'
                     ADD 1 TO WS-RECORDS-READ
                     ADD 1 TO SRC-RECORDS (5)
                     PERFORM NOTE-ADOPTION-RECORD
                  END-IF
              END-PERFORM
              CLOSE ADOPT-MST-FILE
           END-IF.

       NOTE-ADOPTION-RECORD.
           MOVE ADM-SHELTER TO WS-LOOKUP-SHELTER
           MOVE ADM-ADOPT-DATE TO WS-DATE-WORK
           PERFORM LOCATE-DATE-SLOT
           IF WS-LOC-SLOT > 0
              ADD 1 TO KSY-ADM-ADOPT (WS-LOC-SLOT)
              PERFORM FIND-SHELTER-ENTRY
              IF WS-KSH-MATCH > 0
                 ADD 1 TO KSS-ADM-ADOPT (WS-KSH-MATCH, WS-LOC-SLOT)
              END-IF
           END-IF
           MOVE ADM-REFUND-DATE TO WS-DATE-WORK
           PERFORM LOCATE-DATE-SLOT
           IF WS-LOC-SLOT > 0
              ADD 1 TO KSY-ADM-RETURN (WS-LOC-SLOT)
              PERFORM FIND-SHELTER-ENTRY
              IF WS-KSH-MATCH > 0
                 ADD 1 TO KSS-ADM-RETURN (WS-KSH-MATCH, WS-LOC-SLOT)
              END-IF
           END-IF.

       LOCATE-DATE-SLOT.
           MOVE 0 TO WS-LOC-SLOT
           IF WS-DATE-WORK IS NUMERIC
              MOVE WS-DATE-WORK (1:4) TO WS-LOC-YEAR
              MOVE WS-DATE-WORK (5:2) TO WS-LOC-MONTH
              PERFORM LOCATE-SLOT
           END-IF.

       FIND-SHELTER-ENTRY.
           MOVE 0 TO WS-KSH-MATCH
           PERFORM VARYING WS-KSH-IDX FROM 1 BY 1
                   UNTIL WS-KSH-IDX > WS-KSH-COUNT
                      OR WS-KSH-MATCH > 0
               IF KSH-SHELTER (WS-KSH-IDX) = WS-LOOKUP-SHELTER
                  MOVE WS-KSH-IDX TO WS-KSH-MATCH
               END-IF
           END-PERFORM
           IF WS-KSH-MATCH = 0
              IF WS-KSH-COUNT < 60
                 ADD 1 TO WS-KSH-COUNT
                 MOVE WS-KSH-COUNT TO WS-KSH-MATCH
                 INITIALIZE KSH-ENTRY (WS-KSH-MATCH)
                 MOVE WS-LOOKUP-SHELTER TO KSH-SHELTER (WS-KSH-MATCH)
                 MOVE 'UNKNOWN ' TO KSH-REGION (WS-KSH-MATCH)
                 MOVE 'NOT ON SHELTER MASTER' TO KSH-NAME (WS-KSH-MATCH)
                 PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                         UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
                     IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                            WS-LOOKUP-SHELTER
                        MOVE MASTER-SHELTER-NAME (WS-SHELTER-IDX) TO
                            KSH-NAME (WS-KSH-MATCH)
                        MOVE MASTER-SHELTER-REGION (WS-SHELTER-IDX) TO
                            KSH-REGION (WS-KSH-MATCH)
                        MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
                     END-IF
                 END-PERFORM
              ELSE
                 ADD 1 TO WS-KSH-OVERFLOW
              END-IF
           END-IF.

       SORT-SHELTER-TABLE.
           PERFORM VARYING WS-KSH-I FROM 1 BY 1
                   UNTIL WS-KSH-I >= WS-KSH-COUNT
               PERFORM VARYING WS-KSH-J FROM 1 BY 1
                       UNTIL WS-KSH-J > WS-KSH-COUNT - WS-KSH-I
                   IF KSH-SORT-KEY (WS-KSH-J) >
                          KSH-SORT-KEY (WS-KSH-J + 1)
                      MOVE KSH-ENTRY (WS-KSH-J) TO WS-KSH-SWAP
                      MOVE KSH-ENTRY (WS-KSH-J + 1) TO
                          KSH-ENTRY (WS-KSH-J)
                      MOVE WS-KSH-SWAP TO KSH-ENTRY (WS-KSH-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-FORECAST-ACCURACY.
           OPEN INPUT FCST-ACC-FILE
           IF FCST-ACC-STATUS = '00'
              PERFORM UNTIL FCST-ACC-STATUS NOT = '00'
                  READ FCST-ACC-FILE
                  IF FCST-ACC-STATUS = '00'
                     AND FCA-MONTH IS NUMERIC
                     AND FCA-PROJECTED IS NUMERIC
                     IF WS-FAT-COUNT < 60
                        ADD 1 TO WS-FAT-COUNT
                        MOVE FCA-MONTH TO FAT-MONTH (WS-FAT-COUNT)
                        MOVE FCA-PROJECTED TO
                            FAT-PROJECTED (WS-FAT-COUNT)
                        MOVE FCA-FCST-RUN-DATE TO
                            FAT-FCST-RUN-DATE (WS-FAT-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE FCST-ACC-FILE
           END-IF
           OPEN INPUT FCST-HIST-FILE
           IF FCST-HIST-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK FCSTHIST NOT AVAILABLE, STATUS: '
                  FCST-HIST-STATUS
           ELSE
              PERFORM UNTIL FCST-HIST-STATUS NOT = '00'
                  READ FCST-HIST-FILE
                  IF FCST-HIST-STATUS = '00'
                     ADD 1 TO WS-RECORDS-READ
                     PERFORM NOTE-FORECAST-RECORD
                  END-IF
              END-PERFORM
              CLOSE FCST-HIST-FILE
           END-IF
           PERFORM VARYING WS-FRT-IDX FROM 1 BY 1
                   UNTIL WS-FRT-IDX > WS-FRT-COUNT
               PERFORM MERGE-ONE-FORECAST-RUN
           END-PERFORM
           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-FAT-COUNT
               COMPUTE WS-LOC-YEAR = FAT-MONTH (WS-FAT-IDX) / 100
               COMPUTE WS-LOC-MONTH =
                   FAT-MONTH (WS-FAT-IDX) - WS-LOC-YEAR * 100
               PERFORM LOCATE-SLOT
               IF WS-LOC-SLOT > 0
                  MOVE FAT-PROJECTED (WS-FAT-IDX) TO
                      KSY-PROJECTED (WS-LOC-SLOT)
                  MOVE 'Y' TO KSY-PROJ-SEEN (WS-LOC-SLOT)
               END-IF
           END-PERFORM.

       NOTE-FORECAST-RECORD.
           IF FCH-PERIOD IS NUMERIC
              AND FCH-PERIOD >= 1 AND FCH-PERIOD <= 12
              AND FCH-PROJECTED IS NUMERIC
              AND FCH-RUN-DATE IS NUMERIC
              MOVE FCH-RUN-DATE (1:4) TO WS-FCST-TARGET-YEAR
              MOVE FCH-RUN-DATE (5:2) TO WS-FCST-RUN-MONTH
              IF FCH-PERIOD < WS-FCST-RUN-MONTH
                 ADD 1 TO WS-FCST-TARGET-YEAR
              END-IF
              COMPUTE WS-FCST-TARGET-MONTH =
                  WS-FCST-TARGET-YEAR * 100 + FCH-PERIOD
              MOVE 0 TO WS-FRT-MATCH
              PERFORM VARYING WS-FRT-IDX FROM 1 BY 1
                      UNTIL WS-FRT-IDX > WS-FRT-COUNT
                         OR WS-FRT-MATCH > 0
                  IF FRT-MONTH (WS-FRT-IDX) = WS-FCST-TARGET-MONTH
                     AND FRT-FCST-RUN-DATE (WS-FRT-IDX) = FCH-RUN-DATE
                     MOVE WS-FRT-IDX TO WS-FRT-MATCH
                  END-IF
              END-PERFORM
              IF WS-FRT-MATCH = 0
                 AND WS-FRT-COUNT < 12
                 ADD 1 TO WS-FRT-COUNT
                 MOVE WS-FRT-COUNT TO WS-FRT-MATCH
                 MOVE WS-FCST-TARGET-MONTH TO FRT-MONTH (WS-FRT-MATCH)
                 MOVE 0 TO FRT-PROJECTED (WS-FRT-MATCH)
                 MOVE FCH-RUN-DATE TO FRT-FCST-RUN-DATE (WS-FRT-MATCH)
              END-IF
              IF WS-FRT-MATCH > 0
                 ADD FCH-PROJECTED TO FRT-PROJECTED (WS-FRT-MATCH)
              END-IF
           END-IF.

       MERGE-ONE-FORECAST-RUN.
           MOVE 0 TO WS-FAT-MATCH
           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-FAT-COUNT
                      OR WS-FAT-MATCH > 0
               IF FAT-MONTH (WS-FAT-IDX) = FRT-MONTH (WS-FRT-IDX)
                  MOVE WS-FAT-IDX TO WS-FAT-MATCH
               END-IF
           END-PERFORM
           IF WS-FAT-MATCH = 0
              IF WS-FAT-COUNT < 60
                 ADD 1 TO WS-FAT-COUNT
                 MOVE WS-FAT-COUNT TO WS-FAT-MATCH
                 MOVE SPACES TO FAT-FCST-RUN-DATE (WS-FAT-MATCH)
              ELSE
                 DISPLAY 'ZTPKPIPK FORECAST ACCURACY TABLE FULL, '
                     'MONTH NOT KEPT: ' FRT-MONTH (WS-FRT-IDX)
              END-IF
           END-IF
           IF WS-FAT-MATCH > 0
              IF FAT-FCST-RUN-DATE (WS-FAT-MATCH) = SPACES
                 OR FRT-FCST-RUN-DATE (WS-FRT-IDX) >=
                    FAT-FCST-RUN-DATE (WS-FAT-MATCH)
                 MOVE FRT-MONTH (WS-FRT-IDX) TO FAT-MONTH (WS-FAT-MATCH)
                 MOVE FRT-PROJECTED (WS-FRT-IDX) TO
                     FAT-PROJECTED (WS-FAT-MATCH)
                 MOVE FRT-FCST-RUN-DATE (WS-FRT-IDX) TO
                     FAT-FCST-RUN-DATE (WS-FAT-MATCH)
                 ADD 1 TO WS-FCST-MERGED
              END-IF
           END-IF.

       SAVE-FORECAST-ACCURACY.
           PERFORM VARYING WS-FAT-I FROM 1 BY 1
                   UNTIL WS-FAT-I >= WS-FAT-COUNT
               PERFORM VARYING WS-FAT-J FROM 1 BY 1
                       UNTIL WS-FAT-J > WS-FAT-COUNT - WS-FAT-I
                   IF FAT-MONTH (WS-FAT-J) > FAT-MONTH (WS-FAT-J + 1)
                      MOVE FAT-ENTRY (WS-FAT-J) TO WS-FAT-SWAP
                      MOVE FAT-ENTRY (WS-FAT-J + 1) TO
                          FAT-ENTRY (WS-FAT-J)
                      MOVE WS-FAT-SWAP TO FAT-ENTRY (WS-FAT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT FCST-ACC-FILE
           IF FCST-ACC-STATUS NOT = '00'
              DISPLAY 'ZTPKPIPK FCSTACC REWRITE FAILED, STATUS: '
                  FCST-ACC-STATUS
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                      UNTIL WS-FAT-IDX > WS-FAT-COUNT
                  IF FAT-MONTH (WS-FAT-IDX) >= WS-KEEP-FROM-MONTH
                     MOVE SPACES TO FCST-ACC-RECORD
                     MOVE FAT-MONTH (WS-FAT-IDX) TO FCA-MONTH
                     MOVE FAT-PROJECTED (WS-FAT-IDX) TO FCA-PROJECTED
                     MOVE FAT-FCST-RUN-DATE (WS-FAT-IDX) TO
                         FCA-FCST-RUN-DATE
                     MOVE WS-RUN-DATE TO FCA-SAVED-DATE
                     WRITE FCST-ACC-RECORD
                  END-IF
              END-PERFORM
              CLOSE FCST-ACC-FILE
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-REPORT-LABEL TO PHD-REPORT-MONTH
           MOVE WS-RUN-DATE TO PHD-RUN-DATE
           MOVE WS-RUN-MODE TO PHD-RUN-MODE
           MOVE WS-PAGE-NUMBER TO PHD-PAGE
           WRITE KPI-PACK-RECORD FROM WS-PAGE-HEADER
           MOVE 1 TO WS-LINE-COUNT
           IF WS-RUN-MODE = 'TEST'
              WRITE KPI-PACK-RECORD FROM WS-TEST-BANNER
              ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO KPI-PACK-RECORD
           WRITE KPI-PACK-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LINE-COUNT TO WS-PACK-LINES.

       START-CONTINUATION-PAGE.
           PERFORM START-NEW-PAGE
           IF WS-CUR-TITLE NOT = SPACES
              MOVE WS-CUR-TITLE TO KPI-PACK-RECORD
              WRITE KPI-PACK-RECORD
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-PACK-LINES
           END-IF
           IF WS-CUR-COLUMNS NOT = SPACES
              MOVE WS-CUR-COLUMNS TO KPI-PACK-RECORD
              WRITE KPI-PACK-RECORD
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-PACK-LINES
           END-IF.

       WRITE-PACK-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM START-CONTINUATION-PAGE
           END-IF
           MOVE WS-PACK-LINE TO KPI-PACK-RECORD
           WRITE KPI-PACK-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-PACK-LINES.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE.

       START-SECTION.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
              PERFORM START-NEW-PAGE
           ELSE
              PERFORM WRITE-BLANK-LINE
           END-IF
           MOVE WS-SECTION-TITLE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           MOVE WS-PACK-LINE TO WS-CUR-TITLE
           MOVE WS-CUR-COLUMNS TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE.

       WRITE-SUMMARY-PAGE.
           MOVE SPACES TO WS-CUR-TITLE
           MOVE SPACES TO WS-CUR-COLUMNS
           PERFORM START-NEW-PAGE
           MOVE 'KEY PERFORMANCE INDICATORS' TO STL-TEXT
           MOVE WS-SUMMARY-COLUMNS TO WS-CUR-COLUMNS
           PERFORM START-SECTION
           PERFORM VARYING WS-KPI-NUMBER FROM 1 BY 1
                   UNTIL WS-KPI-NUMBER > 5
               PERFORM SET-KPI-DEFINITION
               MOVE WS-KPI-TITLE TO SUM-TITLE
               MOVE 13 TO WS-SLOT-FROM
               MOVE 13 TO WS-SLOT-TO
               PERFORM GET-SYSTEM-RANGE
               PERFORM COMPUTE-KPI-VALUE
               MOVE WS-KPI-TEXT TO SUM-MONTH
               MOVE 12 TO WS-SLOT-FROM
               MOVE 12 TO WS-SLOT-TO
               PERFORM GET-SYSTEM-RANGE
               PERFORM COMPUTE-KPI-VALUE
               MOVE WS-KPI-TEXT TO SUM-PRIOR
               MOVE 1 TO WS-SLOT-FROM
               MOVE 1 TO WS-SLOT-TO
               PERFORM GET-SYSTEM-RANGE
               PERFORM COMPUTE-KPI-VALUE
               MOVE WS-KPI-TEXT TO SUM-LAST-YEAR
               MOVE 2 TO WS-SLOT-FROM
               MOVE 13 TO WS-SLOT-TO
               PERFORM GET-SYSTEM-RANGE
               PERFORM COMPUTE-KPI-VALUE
               MOVE WS-KPI-TEXT TO SUM-12-MONTHS
               MOVE WS-SUMMARY-LINE TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           PERFORM VARYING WS-KPI-NUMBER FROM 1 BY 1
                   UNTIL WS-KPI-NUMBER > 5
               PERFORM SET-KPI-DEFINITION
               MOVE WS-KPI-DEFINITION TO NTL-TEXT
               MOVE WS-NOTE-LINE TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           END-PERFORM
           MOVE 'DATA SOURCES' TO STL-TEXT
           MOVE WS-SOURCE-COLUMNS TO WS-CUR-COLUMNS
           PERFORM START-SECTION
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
               MOVE SRC-DD (WS-SRC-IDX) TO SRL-DD
               MOVE SRC-RECORDS (WS-SRC-IDX) TO SRL-RECORDS
               IF SRC-LOADED (WS-SRC-IDX) = 'Y'
                  MOVE 'LOADED' TO SRL-STATUS
               ELSE
                  MOVE 'NOT AVAILABLE' TO SRL-STATUS
               END-IF
               IF SRC-YEAR (WS-SRC-IDX) > 0
                  MOVE SRC-YEAR (WS-SRC-IDX) TO SRL-YEAR
               ELSE
                  MOVE 'ALL ' TO SRL-YEAR
               END-IF
               MOVE WS-SOURCE-LINE TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           END-PERFORM
           MOVE SPACES TO NTL-TEXT
           STRING 'MONTHS OUTSIDE THE YEARS LOADED ARE SHOWN AS N/A. '
               'FORECAST MONTHS HELD: ' WS-FAT-COUNT
               DELIMITED BY SIZE INTO NTL-TEXT
           MOVE WS-NOTE-LINE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE.

       SET-KPI-DEFINITION.
           MOVE 'N' TO WS-BASIS1-MONEY
           MOVE 'N' TO WS-BASIS2-MONEY
           EVALUATE WS-KPI-NUMBER
               WHEN 1
                   MOVE 'V' TO WS-KPI-CODE
                   MOVE 'ADOPTION VOLUME' TO WS-KPI-TITLE
                   MOVE '  ADOPTIONS' TO TRC-VALUE
                   MOVE '  YTDMAST CNT' TO TRC-BASIS1
                   MOVE '  REVMAST CNT' TO TRC-BASIS2
                   MOVE 'ADOPTION VOLUME  = ADOPTIONS COUNTED ON YTDMAS'
                      & 'T (SHELTERS FROM REVMAST)' TO WS-KPI-DEFINITION
               WHEN 2
                   MOVE 'R' TO WS-KPI-CODE
                   MOVE 'RETURN RATE' TO WS-KPI-TITLE
                   MOVE ' RETURN RATE' TO TRC-VALUE
                   MOVE '      RETURNS' TO TRC-BASIS1
                   MOVE '    ADOPTIONS' TO TRC-BASIS2
                   MOVE 'RETURN RATE      = ANIMALS RETURNED IN THE MON'
                      & 'TH / ADOPTED IN THE MONTH' TO WS-KPI-DEFINITION
               WHEN 3
                   MOVE 'A' TO WS-KPI-CODE
                   MOVE 'REVENUE PER ADOPTION' TO WS-KPI-TITLE
                   MOVE ' REV/ADOPTN' TO TRC-VALUE
                   MOVE ' NET FEE REV' TO TRC-BASIS1
                   MOVE '    ADOPTIONS' TO TRC-BASIS2
                   MOVE 'Y' TO WS-BASIS1-MONEY
                   MOVE 'REVENUE/ADOPTION = NET FEE REVENUE / NET ADOPT'
                      & 'IONS ON REVMAST' TO WS-KPI-DEFINITION
               WHEN 4
                   MOVE 'D' TO WS-KPI-CODE
                   MOVE 'DONATION SHARE' TO WS-KPI-TITLE
                   MOVE '  DON SHARE' TO TRC-VALUE
                   MOVE '    DONATIONS' TO TRC-BASIS1
                   MOVE ' NET FEE REV' TO TRC-BASIS2
                   MOVE 'Y' TO WS-BASIS1-MONEY
                   MOVE 'Y' TO WS-BASIS2-MONEY
                   MOVE 'DONATION SHARE   = DONATION FEES / NET FEE REV'
                      & 'ENUE ON REVMAST' TO WS-KPI-DEFINITION
               WHEN OTHER
                   MOVE 'F' TO WS-KPI-CODE
                   MOVE 'FORECAST ACCURACY' TO WS-KPI-TITLE
                   MOVE '   ACCURACY' TO TRC-VALUE
                   MOVE '    PROJECTED' TO TRC-BASIS1
                   MOVE '       ACTUAL' TO TRC-BASIS2
                   MOVE 'FORECAST ACCURACY= 100 - ABS(ZTPFCAST PROJECTI'
                      & 'ON - YTDMAST ACTUAL) PCT' TO WS-KPI-DEFINITION
           END-EVALUATE.

       GET-SYSTEM-RANGE.
           MOVE 0 TO WS-N1
           MOVE 0 TO WS-N2
           MOVE 'N' TO WS-N-SEEN
           PERFORM VARYING WS-SLOT FROM WS-SLOT-FROM BY 1
                   UNTIL WS-SLOT > WS-SLOT-TO
               EVALUATE WS-KPI-CODE
                   WHEN 'V'
                       IF KSY-YTD-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSY-YTD-COUNT (WS-SLOT) TO WS-N1
                          ADD KSY-REV-COUNT (WS-SLOT) TO WS-N2
                       END-IF
                   WHEN 'R'
                       IF KSY-ADM-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSY-ADM-RETURN (WS-SLOT) TO WS-N1
                          ADD KSY-ADM-ADOPT (WS-SLOT) TO WS-N2
                       END-IF
                   WHEN 'A'
                       IF KSY-REV-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSY-FEE-NET (WS-SLOT) TO WS-N1
                          ADD KSY-REV-COUNT (WS-SLOT) TO WS-N2
                       END-IF
                   WHEN 'D'
                       IF KSY-REV-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSY-FEE-DON (WS-SLOT) TO WS-N1
                          ADD KSY-FEE-NET (WS-SLOT) TO WS-N2
                       END-IF
                   WHEN 'F'
                       IF KSY-PROJ-SEEN (WS-SLOT) = 'Y'
                          AND KSY-YTD-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSY-PROJECTED (WS-SLOT) TO WS-N1
                          ADD KSY-YTD-COUNT (WS-SLOT) TO WS-N2
                       END-IF
               END-EVALUATE
           END-PERFORM.

       GET-SHELTER-RANGE.
           MOVE 0 TO WS-N1
           MOVE 0 TO WS-N2
           MOVE 'N' TO WS-N-SEEN
           PERFORM VARYING WS-SLOT FROM WS-SLOT-FROM BY 1
                   UNTIL WS-SLOT > WS-SLOT-TO
               EVALUATE WS-KPI-CODE
                   WHEN 'V'
                       IF KSY-REV-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSS-REV-COUNT (WS-KSH-IDX, WS-SLOT)
                              TO WS-N1
                       END-IF
                   WHEN 'R'
                       IF KSY-ADM-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSS-ADM-RETURN (WS-KSH-IDX, WS-SLOT)
                              TO WS-N1
                          ADD KSS-ADM-ADOPT (WS-KSH-IDX, WS-SLOT)
                              TO WS-N2
                       END-IF
                   WHEN 'A'
                       IF KSY-REV-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSS-FEE-NET (WS-KSH-IDX, WS-SLOT)
                              TO WS-N1
                          ADD KSS-REV-COUNT (WS-KSH-IDX, WS-SLOT)
                              TO WS-N2
                       END-IF
                   WHEN 'D'
                       IF KSY-REV-SEEN (WS-SLOT) = 'Y'
                          MOVE 'Y' TO WS-N-SEEN
                          ADD KSS-FEE-DON (WS-KSH-IDX, WS-SLOT)
                              TO WS-N1
                          ADD KSS-FEE-NET (WS-KSH-IDX, WS-SLOT)
                              TO WS-N2
                       END-IF
               END-EVALUATE
           END-PERFORM.

       COMPUTE-KPI-VALUE.
           MOVE 0 TO WS-KPI-VALUE
           MOVE 'N' TO WS-KPI-AVAIL
           IF WS-N-SEEN = 'Y'
              EVALUATE WS-KPI-CODE
                  WHEN 'V'
                      MOVE 'Y' TO WS-KPI-AVAIL
                      MOVE WS-N1 TO WS-KPI-VALUE
                  WHEN 'A'
                      IF WS-N2 > 0
                         MOVE 'Y' TO WS-KPI-AVAIL
                         COMPUTE WS-KPI-VALUE ROUNDED = WS-N1 / WS-N2
                      END-IF
                  WHEN 'F'
                      IF WS-N2 > 0
                         MOVE 'Y' TO WS-KPI-AVAIL
                         COMPUTE WS-KPI-DIFF = WS-N1 - WS-N2
                         IF WS-KPI-DIFF < 0
                            COMPUTE WS-KPI-DIFF = 0 - WS-KPI-DIFF
                         END-IF
                         COMPUTE WS-KPI-VALUE ROUNDED =
                             100 - (WS-KPI-DIFF * 100 / WS-N2)
                      END-IF
                  WHEN OTHER
                      IF WS-N2 > 0
                         MOVE 'Y' TO WS-KPI-AVAIL
                         COMPUTE WS-KPI-VALUE ROUNDED =
                             WS-N1 * 100 / WS-N2
                      END-IF
              END-EVALUATE
           END-IF
           PERFORM FORMAT-KPI-VALUE.

       FORMAT-KPI-VALUE.
           MOVE SPACES TO WS-KPI-TEXT
           IF WS-KPI-AVAIL NOT = 'Y'
              MOVE '         N/A' TO WS-KPI-TEXT
           ELSE
              EVALUATE WS-KPI-CODE
                  WHEN 'V'
                      MOVE WS-KPI-VALUE TO WS-EDIT-COUNT
                      MOVE WS-EDIT-COUNT TO WS-KPI-TEXT
                  WHEN 'A'
                      MOVE WS-KPI-VALUE TO WS-EDIT-MONEY
                      MOVE WS-EDIT-MONEY TO WS-KPI-TEXT
                  WHEN OTHER
                      MOVE WS-KPI-VALUE TO EDP-VALUE
                      MOVE WS-EDIT-PCT-LINE TO WS-KPI-TEXT
              END-EVALUATE
           END-IF.

       FORMAT-BASIS.
           IF WS-BASIS-IS-MONEY = 'Y'
              MOVE WS-BASIS-IN TO WS-EDIT-BASIS-MONEY
              MOVE WS-EDIT-BASIS-MONEY TO WS-BASIS-TEXT
           ELSE
              MOVE WS-BASIS-IN TO WS-EDIT-BASIS-COUNT
              MOVE WS-EDIT-BASIS-COUNT TO WS-BASIS-TEXT
           END-IF.

       WRITE-KPI-PAGE.
           MOVE SPACES TO WS-CUR-TITLE
           MOVE SPACES TO WS-CUR-COLUMNS
           PERFORM START-NEW-PAGE
           MOVE SPACES TO STL-TEXT
           STRING WS-KPI-TITLE DELIMITED BY '  '
               ' - 13 MONTH TREND' DELIMITED BY SIZE INTO STL-TEXT
           MOVE WS-TREND-COLUMNS TO WS-CUR-COLUMNS
           PERFORM START-SECTION
           MOVE 0 TO WS-TREND-MAX
           PERFORM VARYING WS-SLOT-FROM FROM 1 BY 1
                   UNTIL WS-SLOT-FROM > 13
               MOVE WS-SLOT-FROM TO WS-SLOT-TO
               PERFORM GET-SYSTEM-RANGE
               PERFORM COMPUTE-KPI-VALUE
               IF WS-KPI-AVAIL = 'Y'
                  AND WS-KPI-VALUE > WS-TREND-MAX
                  MOVE WS-KPI-VALUE TO WS-TREND-MAX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SLOT-FROM FROM 1 BY 1
                   UNTIL WS-SLOT-FROM > 13
               MOVE WS-SLOT-FROM TO WS-SLOT-TO
               PERFORM WRITE-TREND-LINE
           END-PERFORM
           MOVE WS-KPI-DEFINITION TO NTL-TEXT
           MOVE WS-NOTE-LINE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           IF WS-KPI-CODE = 'F'
              PERFORM WRITE-BLANK-LINE
              MOVE 'ZTPFCAST PROJECTS BY BREED ONLY, SO ACCURACY HAS NO'
                 & ' SHELTER OR REGION SPLIT.' TO NTL-TEXT
              MOVE WS-NOTE-LINE TO WS-PACK-LINE
              PERFORM WRITE-PACK-LINE
              MOVE 'A MONTH SHOWS N/A UNTIL A FORECAST FOR IT HAS BEEN '
                 & 'CAPTURED FROM FCSTHIST.' TO NTL-TEXT
              MOVE WS-NOTE-LINE TO WS-PACK-LINE
              PERFORM WRITE-PACK-LINE
           ELSE
              PERFORM WRITE-SHELTER-COMPARISON
           END-IF.

       WRITE-TREND-LINE.
           PERFORM GET-SYSTEM-RANGE
           PERFORM COMPUTE-KPI-VALUE
           MOVE WIN-LABEL (WS-SLOT-FROM) TO TRD-MONTH
           MOVE WS-KPI-TEXT TO TRD-VALUE
           MOVE SPACES TO TRD-BAR
           IF WS-N-SEEN = 'Y'
              MOVE WS-N1 TO WS-BASIS-IN
              MOVE WS-BASIS1-MONEY TO WS-BASIS-IS-MONEY
              PERFORM FORMAT-BASIS
              MOVE WS-BASIS-TEXT TO TRD-BASIS1
              MOVE WS-N2 TO WS-BASIS-IN
              MOVE WS-BASIS2-MONEY TO WS-BASIS-IS-MONEY
              PERFORM FORMAT-BASIS
              MOVE WS-BASIS-TEXT TO TRD-BASIS2
           ELSE
              MOVE SPACES TO TRD-BASIS1
              MOVE SPACES TO TRD-BASIS2
           END-IF
           IF WS-KPI-AVAIL = 'Y'
              AND WS-KPI-VALUE > 0
              AND WS-TREND-MAX > 0
              COMPUTE WS-BAR-LEN ROUNDED =
                  WS-KPI-VALUE * 27 / WS-TREND-MAX
              IF WS-BAR-LEN > 0
                 MOVE ALL '*' TO TRD-BAR (1:WS-BAR-LEN)
              END-IF
           END-IF
           MOVE WS-TREND-LINE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE.

       WRITE-SHELTER-COMPARISON.
           MOVE SPACES TO STL-TEXT
           STRING WS-KPI-TITLE DELIMITED BY '  '
               ' - SHELTER AND REGION COMPARISON' DELIMITED BY SIZE
               INTO STL-TEXT
           MOVE WS-COMPARE-COLUMNS TO WS-CUR-COLUMNS
           PERFORM START-SECTION
           INITIALIZE ALL-VALUES
           MOVE SPACES TO WS-PREV-REGION
           PERFORM VARYING WS-KSH-IDX FROM 1 BY 1
                   UNTIL WS-KSH-IDX > WS-KSH-COUNT
               IF WS-KSH-IDX = 1
                  OR KSH-REGION (WS-KSH-IDX) NOT = WS-PREV-REGION
                  IF WS-KSH-IDX > 1
                     PERFORM WRITE-REGION-COMPARISON
                  END-IF
                  MOVE KSH-REGION (WS-KSH-IDX) TO WS-PREV-REGION
                  INITIALIZE REGION-VALUES
               END-IF
               PERFORM COMPARE-ONE-SHELTER
           END-PERFORM
           IF WS-KSH-COUNT > 0
              PERFORM WRITE-REGION-COMPARISON
           END-IF
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE 'ALL ' TO CMP-SHELTER
           MOVE 'ALL SHELTERS' TO CMP-NAME
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1 UNTIL WS-RNG-IDX > 3
               MOVE ALV-N1 (WS-RNG-IDX) TO WS-N1
               MOVE ALV-N2 (WS-RNG-IDX) TO WS-N2
               MOVE ALV-SEEN (WS-RNG-IDX) TO WS-N-SEEN
               PERFORM COMPUTE-KPI-VALUE
               PERFORM MOVE-COMPARE-VALUE
           END-PERFORM
           MOVE WS-COMPARE-LINE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE.

       COMPARE-ONE-SHELTER.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE KSH-SHELTER (WS-KSH-IDX) TO CMP-SHELTER
           MOVE KSH-NAME (WS-KSH-IDX) TO CMP-NAME
           MOVE KSH-REGION (WS-KSH-IDX) TO CMP-REGION
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1 UNTIL WS-RNG-IDX > 3
               EVALUATE WS-RNG-IDX
                   WHEN 1
                       MOVE 13 TO WS-SLOT-FROM
                       MOVE 13 TO WS-SLOT-TO
                   WHEN 2
                       MOVE 1 TO WS-SLOT-FROM
                       MOVE 1 TO WS-SLOT-TO
                   WHEN OTHER
                       MOVE 2 TO WS-SLOT-FROM
                       MOVE 13 TO WS-SLOT-TO
               END-EVALUATE
               PERFORM GET-SHELTER-RANGE
               ADD WS-N1 TO RGV-N1 (WS-RNG-IDX) ALV-N1 (WS-RNG-IDX)
               ADD WS-N2 TO RGV-N2 (WS-RNG-IDX) ALV-N2 (WS-RNG-IDX)
               IF WS-N-SEEN = 'Y'
                  MOVE 'Y' TO RGV-SEEN (WS-RNG-IDX)
                  MOVE 'Y' TO ALV-SEEN (WS-RNG-IDX)
               END-IF
               PERFORM COMPUTE-KPI-VALUE
               PERFORM MOVE-COMPARE-VALUE
           END-PERFORM
           MOVE WS-COMPARE-LINE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE.

       WRITE-REGION-COMPARISON.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE SPACES TO CMP-NAME
           STRING 'REGION ' WS-PREV-REGION DELIMITED BY SIZE
               INTO CMP-NAME
           MOVE 'TOTAL' TO CMP-REGION
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1 UNTIL WS-RNG-IDX > 3
               MOVE RGV-N1 (WS-RNG-IDX) TO WS-N1
               MOVE RGV-N2 (WS-RNG-IDX) TO WS-N2
               MOVE RGV-SEEN (WS-RNG-IDX) TO WS-N-SEEN
               PERFORM COMPUTE-KPI-VALUE
               PERFORM MOVE-COMPARE-VALUE
           END-PERFORM
           MOVE WS-COMPARE-LINE TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           PERFORM WRITE-BLANK-LINE.

       MOVE-COMPARE-VALUE.
           EVALUATE WS-RNG-IDX
               WHEN 1
                   MOVE WS-KPI-TEXT TO CMP-MONTH
               WHEN 2
                   MOVE WS-KPI-TEXT TO CMP-LAST-YEAR
               WHEN OTHER
                   MOVE WS-KPI-TEXT TO CMP-12-MONTHS
           END-EVALUATE.
       END PROGRAM ZTPKPIPK.
