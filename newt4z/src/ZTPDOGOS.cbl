           SELECT SORT-WORK-FILE ASSIGN SORTWK01.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT XFR-WORK-FILE ASSIGN XFRWORK
           FILE STATUS IS XFR-WORK-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT REGEN-REQ-FILE ASSIGN REGENREQ
           FILE STATUS IS REGEN-REQ-STATUS.
           SELECT CALENDAR-CTL-FILE ASSIGN CALCTL
           FILE STATUS IS CALENDAR-CTL-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN PERCTL
           FILE STATUS IS PERIOD-CTL-STATUS.
           SELECT PRIOR-ADJ-FILE ASSIGN PPADJ
           FILE STATUS IS PRIOR-ADJ-STATUS.
           SELECT TAX-CTL-FILE ASSIGN TAXCTL
           FILE STATUS IS TAX-CTL-STATUS.
           SELECT TAX-LEDGER-FILE ASSIGN TAXLDG
           FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT PROMOTION-CTL-FILE ASSIGN PROMCTL
           FILE STATUS IS PROMOTION-CTL-STATUS.
           SELECT PROMOTION-LEDGER-FILE ASSIGN PROMLDG
           FILE STATUS IS PROMOTION-LEDGER-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
           05  ADOPT-FEE-COMPONENT PIC X(1).
           05  ADOPT-RETURN-REASON PIC X(3).
           05  ADOPT-RESUBMIT-FLAG PIC X(1).
           05  ADOPT-TO-SHELTER PIC X(4).
           05  ADOPT-SPECIES PIC X(1).
           05  ADOPT-PROMO-CODE PIC X(1).
           05  ADOPT-COUNT PIC 9(3).
       FD  OUTREP-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OUTREP-RECORD PIC X(80).
       FD  ADOPT-REJ-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-REJ-RECORD.
           05  REJ-BREED PIC X(30).
           05  REJ-PERIOD PIC X(2).
           05  REJ-TRAN-TYPE PIC X(1).
           05  REJ-FEE-COMPONENT PIC X(1).
           05  REJ-SPECIES PIC X(1).
           05  REJ-TO-SHELTER PIC X(4).
       FD  OUTCSV-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OUTCSV-RECORD PIC X(80).
           RECORDING MODE IS F.
       01  RANK-CTL-RECORD.
           05  CTL-RANK-LIMIT PIC 9(2).
       FD  BREED-CTL-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-CTL-RECORD.
           05  CTL-BREED-NAME PIC X(30).
           05  CTL-BREED-EFF-DATE PIC X(8).
           05  CTL-BREED-EXP-DATE PIC X(8).
           05  CTL-BREED-SPECIES PIC X(1).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
       FD  FEE-CTL-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  FEE-CTL-RECORD.
       01  REASON-CTL-RECORD.
           05  CTL-REASON-CODE PIC X(3).
           05  CTL-REASON-DESC PIC X(30).
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD.
           05  YTD-BREED PIC X(30).
           05  YTD-PERIOD PIC X(2).
           05  YTD-COUNT PIC 9(5).
           05  YTD-SPECIES PIC X(1).
       FD  YTD-ARCH-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-ARCH-RECORD PIC X(38).
       FD  YTD-ARCHP-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-ARCHP-RECORD.
           05  ARP-BREED PIC X(30).
           05  ARP-PERIOD PIC X(2).
           05  ARP-COUNT PIC 9(5).
           05  ARP-SPECIES PIC X(1).
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
       FD  REV-ARCH-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-ARCH-RECORD PIC X(88).
       FD  BREED-ALIAS-FILE RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-ALIAS-RECORD.
           05  ALS-OLD-NAME PIC X(30).
           05  ALS-NEW-NAME PIC X(30).
           05  ALS-RENAME-DATE PIC X(8).
       SD  SORT-WORK-FILE RECORD CONTAINS 57 CHARACTERS.
       01  SORT-RECORD.
           05  SRT-REGION PIC X(8).
           05  SRT-SHELTER PIC X(4).
           05  SRT-SPECIES PIC X(1).
           05  SRT-BREED PIC X(30).
           05  SRT-PERIOD PIC 9(2).
           05  SRT-TRAN-TYPE PIC X(1).
           05  SRT-COUNT PIC 9(3).
           05  SRT-FEE PIC 9(5)V99.
           05  SRT-FEE-COMPONENT PIC X(1).
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
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  REGEN-REQ-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REGEN-REQ-RECORD.
           05  RGQ-BUSINESS-DATE PIC X(8).
           05  FILLER PIC X(72).
       FD  CALENDAR-CTL-FILE RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE IS F.
       01  CALENDAR-CTL-RECORD.
           05  CAL-MONTH-END PIC X(1).
           05  CAL-HOLIDAY PIC X(1).
           05  FILLER PIC X(1).
       FD  PERIOD-CTL-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  PERIOD-CTL-RECORD.
           05  PCL-YEAR PIC 9(4).
           05  PCL-PERIOD PIC 9(2).
           05  PCL-CLOSE-DATE PIC X(8).
           05  PCL-SNAP-ROWS PIC 9(5).
           05  PCL-SNAP-COUNT PIC 9(7).
           05  PCL-SNAP-FEE PIC 9(9)V99.
           05  FILLER PIC X(3).
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
       FD  TAX-CTL-FILE RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-CTL-RECORD.
           05  TAX-JURISDICTION PIC X(6).
           05  TAX-COMPONENT PIC X(1).
           05  TAX-RATE PIC 9(2)V9(3).
           05  TAX-EFF-DATE PIC X(8).
           05  TAX-EXP-DATE PIC X(8).
           05  TAX-JURIS-NAME PIC X(20).
           05  FILLER PIC X(2).
       FD  TAX-LEDGER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPTXLCP.
       FD  PROMOTION-CTL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPPRMCP.
       FD  PROMOTION-LEDGER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPPRLCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-DDS-DD-NAME PIC X(8).
       01  WS-DDS-ROLE PIC X(4).
       01  WS-DDS-READ PIC 9(8).
           05  FILLER PIC X(48) VALUE
               'PERIOD-FINAL CYCLE - MONTH-END PROCESSING ACTIVE'.
           05  FILLER PIC X(32) VALUE SPACES.
       01  REGEN-REQ-STATUS PIC X(2).
       01  WS-REGEN-DATE PIC X(8).
       01  WS-REGEN-ON-DATE PIC X(8).
       01  WS-REGEN-YEAR PIC 9(5) VALUE 0.
       01  WS-REGEN-PRIOR-YEAR PIC 9(5) VALUE 0.
       01  WS-REGEN-ENV-STATE PIC X(1) VALUE 'W'.
       01  WS-REGEN-SECTION PIC X(1).
       01  WS-REGEN-SKIP PIC X(1) VALUE 'N'.
       01  WS-REGEN-WANTED-YEAR PIC 9(5) VALUE 0.
       01  WS-REGEN-SECTION-KEY PIC X(30).
       01  WS-REGEN-SECTION-YEAR PIC 9(5).
       01  WS-REGEN-SECTION-PERIOD PIC X(2).
       01  WS-REGEN-BANNER.
           05  FILLER PIC X(34) VALUE
               '*** REGENERATED FOR BUSINESS DATE '.
           05  RGN-BNR-DATE PIC X(8).
           05  FILLER PIC X(4) VALUE ' ON '.
           05  RGN-BNR-ON-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE ' FROM ARCHIVED MASTERS ***'.
       COPY ZTPDGARR.
       01  ADOPTS-STATUS PIC X(2).
       01  WS-ADOPTS-READ-ERROR PIC X(1) VALUE 'N'.
       01  WS-RNK-PERIOD PIC 9(2).
       01  WS-RNK-OTHERS PIC 9(7).
       01  WS-RNK-LISTED PIC 9(2).
       01  WS-RNK-SPECIES-IDX PIC 9(2).
       01  WS-RNK-SPECIES-TOTAL PIC 9(7).
       01  WS-RNK-HEADER.
           05  FILLER PIC X(22) VALUE 'BREED RANKING REPORT  '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  FILLER PIC X(5) VALUE ' PCT '.
           05  RNK-DET-PERCENT PIC ZZ9.
           05  FILLER PIC X(28) VALUE SPACES.
       01  WS-RNK-SPECIES-HEADER.
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(8) VALUE 'SPECIES '.
           05  RNK-SPC-HDR-CODE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RNK-SPC-HDR-NAME PIC X(8).
           05  FILLER PIC X(60) VALUE SPACES.
       01  WS-RNK-SPECIES-TOTAL-LINE.
           05  FILLER PIC X(8) VALUE SPACES.
           05  FILLER PIC X(14) VALUE 'SPECIES TOTAL '.
           05  RNK-SPC-TRL-NAME PIC X(8).
           05  FILLER PIC X(9) VALUE SPACES.
           05  RNK-SPC-TRL-AMOUNT PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE ' PCT '.
           05  RNK-SPC-TRL-PERCENT PIC ZZ9.
           05  FILLER PIC X(28) VALUE SPACES.
       01  WS-RNK-OTHERS-LINE.
           05  FILLER PIC X(8) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'ALL OTHERS '.
       01  WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 5.
       01  ACC-WORK-STATUS PIC X(2).
       01  WS-ACC-WORK-COUNT PIC 9(8) VALUE 0.
       01  XFR-WORK-STATUS PIC X(2).
       01  WS-TRANSFER-COUNT PIC 9(6) VALUE 0.
       01  BREED-CTL-STATUS PIC X(2).
       01  MASTER-BREED-TABLE.
           05  MASTER-BREED-ENTRY OCCURS 50 TIMES.
               10  MASTER-BREED-NAME PIC X(30).
               10  MASTER-BREED-EFF-DATE PIC X(8).
               10  MASTER-BREED-EXP-DATE PIC X(8).
               10  MASTER-BREED-SPECIES PIC X(1).
       01  WS-MASTER-BREED-COUNT PIC 9(2) VALUE 0.
       01  WS-MASTER-BREED-LOADED PIC X(1) VALUE 'N'.
       01  WS-MASTER-IDX PIC 9(2).
       01  WS-BREED-VALID PIC X(1).
       01  WS-SPECIES-VALID PIC X(1).
       01  WS-EFFECTIVE-SPECIES PIC X(1).
           COPY ZTPSPCCP.
       01  SPECIES-TOTAL-TABLE.
           05  SPC-TOTAL-ENTRY OCCURS 3 TIMES.
               10  SPC-TOTAL-ADOPTED PIC 9(7) VALUE 0.
               10  SPC-TOTAL-REVENUE PIC 9(11)V99 VALUE 0.
       01  SHELTER-CTL-STATUS PIC X(2).
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-NAME PIC X(30).
               10  MASTER-SHELTER-REGION PIC X(8).
               10  MASTER-SHELTER-ACTIVE PIC X(1).
               10  MASTER-SHELTER-JURIS PIC X(6).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-MASTER-SHELTER-LOADED PIC X(1) VALUE 'N'.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-SHELTER-REGION PIC X(8).
       01  WS-SHELTER-NAME PIC X(30).
       01  WS-SHELTER-REJ-REASON PIC X(31).
       01  WS-TO-SHELTER-VALID PIC X(1).
       01  WS-TO-SHELTER-REJ-REASON PIC X(31).
       01  FEE-CTL-STATUS PIC X(2).
       01  FEE-EXC-STATUS PIC X(2).
       01  FEE-EXC-OPEN PIC X(1) VALUE 'N'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FEX-TAG PIC X(11).
           05  FILLER PIC X(4) VALUE SPACES.
       01  TAX-CTL-STATUS PIC X(2).
       01  TAX-LEDGER-STATUS PIC X(2).
       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 100 TIMES.
               10  TXR-JURISDICTION PIC X(6).
               10  TXR-COMPONENT PIC X(1).
               10  TXR-RATE PIC 9(2)V9(3).
               10  TXR-EFF-DATE PIC X(8).
               10  TXR-EXP-DATE PIC X(8).
       01  WS-TXR-COUNT PIC 9(3) VALUE 0.
       01  WS-TXR-IDX PIC 9(3).
       01  TAX-LEDGER-TABLE.
           05  TXT-ENTRY OCCURS 2000 TIMES.
               10  TXT-YEAR PIC 9(4).
               10  TXT-PERIOD PIC 9(2).
               10  TXT-JURISDICTION PIC X(6).
               10  TXT-COMPONENT PIC X(1).
               10  TXT-TAXABLE-BASE PIC 9(9)V99.
               10  TXT-EXEMPT-BASE PIC 9(9)V99.
               10  TXT-TAX-CHARGED PIC 9(7)V99.
               10  TXT-TAXABLE-RETURNS PIC 9(9)V99.
               10  TXT-EXEMPT-RETURNS PIC 9(9)V99.
               10  TXT-TAX-CREDITED PIC 9(7)V99.
       01  WS-TXT-COUNT PIC 9(4) VALUE 0.
       01  WS-TXT-IDX PIC 9(4).
       01  WS-TXT-MATCH PIC 9(4).
       01  WS-TAX-JURISDICTION PIC X(6).
       01  WS-TAX-RATE PIC 9(2)V9(3).
       01  WS-TAX-YEAR PIC 9(4).
       01  WS-TAX-DIRECTION PIC X(1).
       01  WS-TAX-BASE PIC 9(9)V99.
       01  WS-TAX-AMOUNT PIC 9(7)V99.
       01  WS-TAX-RETURNED-BEFORE PIC 9(11)V99.
       01  WS-TAX-OLDEST-MONTH PIC 9(6).
       01  WS-TAX-ROW-MONTH PIC 9(6).
       01  WS-TAX-ROWS-DROPPED PIC 9(6) VALUE 0.
       01  PROMOTION-CTL-STATUS PIC X(2).
       01  PROMOTION-LEDGER-STATUS PIC X(2).
       01  PROMOTION-TABLE.
           05  PMT-ENTRY OCCURS 50 TIMES.
               10  PMT-CODE PIC X(1).
               10  PMT-START-DATE PIC X(8).
               10  PMT-END-DATE PIC X(8).
               10  PMT-RULE PIC X(1).
               10  PMT-DISCOUNT PIC 9(5)V99.
               10  PMT-SHELTER-ROWS PIC 9(3).
               10  PMT-BREED-ROWS PIC 9(3).
       01  WS-PMT-COUNT PIC 9(2) VALUE 0.
       01  WS-PMT-IDX PIC 9(2).
       01  WS-PMT-MATCH PIC 9(2).
       01  PROMOTION-ELIG-TABLE.
           05  PME-ENTRY OCCURS 500 TIMES.
               10  PME-CODE PIC X(1).
               10  PME-START-DATE PIC X(8).
               10  PME-ROW-TYPE PIC X(1).
               10  PME-VALUE PIC X(30).
       01  WS-PME-COUNT PIC 9(3) VALUE 0.
       01  WS-PME-IDX PIC 9(3).
       01  WS-PROMO-APPLIES PIC X(1).
       01  WS-PROMO-SHELTER-OK PIC X(1).
       01  WS-PROMO-BREED-OK PIC X(1).
       01  WS-PROMO-UNDERCHARGE PIC X(1).
       01  WS-PROMO-STANDARD PIC 9(5)V99.
       01  WS-PROMO-PRICE PIC S9(5)V99.
       01  WS-PROMO-MINIMUM PIC 9(5)V99.
       01  WS-PROMO-PERMITTED PIC 9(5)V99.
       01  PROMOTION-LEDGER-TABLE.
           05  PLT-ENTRY OCCURS 1000 TIMES.
               10  PLT-CODE PIC X(1).
               10  PLT-START-DATE PIC X(8).
               10  PLT-SHELTER PIC X(4).
               10  PLT-ADOPTIONS PIC 9(7).
               10  PLT-FEES-CHARGED PIC 9(9)V99.
               10  PLT-STANDARD-VALUE PIC 9(9)V99.
               10  PLT-GIVEN-UP PIC 9(9)V99.
               10  PLT-REIMBURSABLE PIC 9(9)V99.
               10  PLT-UNDERCHARGES PIC 9(5).
       01  WS-PLT-COUNT PIC 9(4) VALUE 0.
       01  WS-PLT-IDX PIC 9(4).
       01  WS-PLT-MATCH PIC 9(4).
       01  WS-PROMO-OLDEST-YEAR PIC 9(4).
       01  WS-PROMO-OLDEST-DATE PIC X(8).
       01  WS-PROMO-ROWS-DROPPED PIC 9(6) VALUE 0.
       01  WS-PROMO-ADOPTIONS PIC 9(6) VALUE 0.
       01  WS-PROMO-NOT-APPLIED PIC 9(6) VALUE 0.
       01  WS-TAX-CHARGED-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-TAX-CREDITED-TOTAL PIC 9(9)V99 VALUE 0.
       01  PERIOD-TOTAL-TABLE.
           05  PERIOD-TOTAL OCCURS 12 TIMES PIC 9(7) VALUE 0.
       01  PERIOD-REVENUE-TABLE.
       01  WS-BUCKET-ACTIVE PIC X(1).
       01  WS-CUR-REGION PIC X(8).
       01  WS-CUR-SHELTER PIC X(4).
       01  WS-CUR-SPECIES PIC X(1).
       01  WS-CUR-BREED PIC X(30).
       01  WS-CUR-PERIOD PIC 9(2).
       01  WS-CUR-NET PIC 9(3).
       01  WS-CUR-FEE-ADOPT PIC 9(9)V99.
       01  WS-CUR-FEE-CHIP PIC 9(9)V99.
       01  WS-CUR-FEE-DONATION PIC 9(9)V99.
       01  WS-CUR-RET-ADOPT PIC 9(9)V99.
       01  WS-CUR-RET-CHIP PIC 9(9)V99.
       01  WS-CUR-RET-DONATION PIC 9(9)V99.
       01  WS-EFFECTIVE-COMPONENT PIC X(1).
       01  WS-REJ-WORK-BREED PIC X(30).
       01  WS-REJ-WORK-COUNT PIC 9(3).
       01  WS-REJ-WORK-PERIOD PIC 9(2).
       01  WS-REJ-WORK-TRAN PIC X(1).
       01  WS-REJ-WORK-COMPONENT PIC X(1).
       01  WS-REJ-WORK-TO-SHELTER PIC X(4).
       01  WS-REJ-WORK-SPECIES PIC X(1).
       01  WS-PREV-SPECIES PIC X(1).
       01  WS-SPECIES-OPEN PIC X(1).
       01  WS-SPECIES-SUBTOTAL PIC 9(5).
       01  WS-PREV-SHELTER PIC X(4).
       01  WS-SHELTER-OPEN PIC X(1).
       01  WS-SHELTER-SUBTOTAL PIC 9(5).
       01  WS-REGION-SUBTOTAL PIC 9(6).
       01  WS-RUN-PERIOD PIC 9(2).
       01  WS-EFFECTIVE-PERIOD PIC 9(2).
       01  PERIOD-CTL-STATUS PIC X(2).
       01  PRIOR-ADJ-STATUS PIC X(2).
       01  WS-CURRENT-YEAR PIC 9(4).
       01  WS-CURRENT-PERIOD PIC 9(2).
       01  WS-ORIG-YEAR PIC 9(4).
       01  WS-PERIOD-CLOSED PIC X(1).
       01  WS-ADJ-TABLE-FULL PIC X(1).
       01  CLOSED-PERIOD-TABLE.
           05  CLP-ENTRY OCCURS 60 TIMES.
               10  CLP-YEAR PIC 9(4).
               10  CLP-PERIOD PIC 9(2).
       01  WS-CLP-COUNT PIC 9(2) VALUE 0.
       01  WS-CLP-IDX PIC 9(2).
       01  PRIOR-ADJ-TABLE.
           05  ADJ-ENTRY OCCURS 500 TIMES.
               10  ADJ-ORIG-YEAR PIC 9(4).
               10  ADJ-ORIG-PERIOD PIC 9(2).
               10  ADJ-BREED PIC X(30).
               10  ADJ-SHELTER PIC X(4).
               10  ADJ-SPECIES PIC X(1).
               10  ADJ-TRAN-TYPE PIC X(1).
               10  ADJ-COUNT PIC 9(3).
               10  ADJ-FEE PIC 9(5)V99.
               10  ADJ-FEE-COMPONENT PIC X(1).
       01  WS-ADJ-COUNT PIC 9(3) VALUE 0.
       01  WS-ADJ-IDX PIC 9(3).
       01  YTD-MAST-STATUS PIC X(2).
       01  YTD-ARCH-STATUS PIC X(2).
       01  YTD-ARCHP-STATUS PIC X(2).
       01  PRIOR-YTD-TABLE.
           05  PYT-ENTRY OCCURS 200 TIMES.
               10  PYT-SPECIES PIC X(1).
               10  PYT-BREED PIC X(30).
               10  PYT-PERIOD PIC 9(2).
               10  PYT-COUNT PIC 9(5).
           05  FILLER PIC X(21) VALUE SPACES.
       01  YTD-TABLE.
           05  YTD-ENTRY OCCURS 200 TIMES.
               10  YTD-TBL-SPECIES PIC X(1).
               10  YTD-TBL-BREED PIC X(30).
               10  YTD-TBL-PERIOD PIC 9(2).
               10  YTD-TBL-COUNT PIC 9(5).
       01  WS-YTD-COUNT PIC 9(3) VALUE 0.
       01  WS-YTD-IDX PIC 9(3).
       01  WS-YTD-MATCH-IDX PIC 9(3).
       01  WS-YTD-LOAD-SPECIES PIC X(1).
       01  WS-YTD-YEAR PIC 9(5) VALUE 0.
       01  WS-RUN-YEAR PIC 9(5) VALUE 0.
       01  WS-YTD-CONTROL-KEY PIC X(30) VALUE '*YTDCONTROL*'.
       01  WS-ALIAS-PASS PIC 9(2).
       01  REV-MASTER-TABLE.
           05  RVT-ENTRY OCCURS 300 TIMES.
               10  RVT-SPECIES PIC X(1).
               10  RVT-BREED PIC X(30).
               10  RVT-SHELTER PIC X(4).
               10  RVT-PERIOD PIC 9(2).
               10  RVT-FEE-NET PIC 9(9)V99.
               10  RVT-FEE-ADOPT PIC 9(9)V99.
               10  RVT-FEE-CHIP PIC 9(9)V99.
               10  RVT-FEE-DONATION PIC 9(9)V99.
               10  RVT-NET-COUNT PIC 9(7).
       01  WS-RVT-COUNT PIC 9(3) VALUE 0.
       01  WS-RVT-IDX PIC 9(3).
       01  WS-RVT-MATCH PIC 9(3).
           05  FYT-DET-PERIOD PIC 9(2).
           05  FILLER PIC X(10) VALUE ' FYTD NET '.
           05  FYT-DET-AMOUNT PIC $$$,$$$,$$9.99.
           05  FILLER PIC X(9) VALUE ' SPECIES '.
           05  FYT-DET-SPECIES PIC X(1).
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-YTD-SECTION-HEADER.
           05  FILLER PIC X(25) VALUE 'YEAR TO DATE ADOPTIONS '.
           05  WS-YTD-HDR-YEAR PIC 9(4).
           05  YTD-DET-LAST-YEAR PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE ' PCT '.
           05  YTD-DET-YOY-PCT PIC +ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  YTD-DET-SPECIES PIC X(1).
           05  FILLER PIC X(2) VALUE SPACES.
       01  WS-MONTH-NAMES.
           05  FILLER PIC X(10) VALUE 'JANUARY'.
           05  FILLER PIC X(10) VALUE 'FEBRUARY'.
           05  FILLER PIC X(10) VALUE ' SUBTOTAL '.
           05  WS-RGN-TRL-TOTAL PIC 9(6).
           05  FILLER PIC X(49) VALUE SPACES.
       01  WS-SPECIES-HEADER.
           05  FILLER PIC X(8) VALUE 'SPECIES '.
           05  WS-SPC-HDR-CODE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SPC-HDR-NAME PIC X(8).
           05  FILLER PIC X(62) VALUE SPACES.
       01  WS-SPECIES-TRAILER.
           05  FILLER PIC X(8) VALUE 'SPECIES '.
           05  WS-SPC-TRL-CODE PIC X(1).
           05  FILLER PIC X(10) VALUE ' SUBTOTAL '.
           05  WS-SPC-TRL-TOTAL PIC 9(5).
           05  FILLER PIC X(56) VALUE SPACES.
       01  WS-SPECIES-GRAND-LINE.
           05  FILLER PIC X(14) VALUE 'SPECIES TOTAL '.
           05  WS-SPC-GRD-CODE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SPC-GRD-NAME PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SPC-GRD-TOTAL PIC 9(7).
           05  FILLER PIC X(48) VALUE SPACES.
       01  WS-SHELTER-TRAILER.
           05  FILLER PIC X(8) VALUE 'SHELTER '.
           05  WS-SHL-TRL-ID PIC X(4).
           05  REV-DET-SHELTER PIC X(4).
           05  FILLER PIC X(9) VALUE ' REVENUE '.
           05  REV-DET-AMOUNT PIC $$$,$$$,$$9.99.
           05  FILLER PIC X(9) VALUE ' SPECIES '.
           05  REV-DET-SPECIES PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-REV-SUBTOTAL.
           05  FILLER PIC X(7) VALUE 'PERIOD '.
           05  REV-SUB-PERIOD PIC 9(2).
       01  WS-GRAND-FEE-ADOPT PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-FEE-CHIP PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-FEE-DONATION PIC 9(11)V99 VALUE 0.
       01  WS-REV-SPECIES-TOTAL.
           05  FILLER PIC X(8) VALUE 'SPECIES '.
           05  REV-SPC-CODE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  REV-SPC-NAME PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  REV-SPC-AMOUNT PIC $$,$$$,$$$,$$9.99.
           05  FILLER PIC X(43) VALUE SPACES.
       01  WS-REV-TRAILER.
           05  FILLER PIC X(20) VALUE 'TOTAL REVENUE       '.
           05  REV-TRL-AMOUNT PIC $$,$$$,$$$,$$9.99.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           MOVE WS-START-TS (5:2) TO WS-RUN-PERIOD
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-REGEN-REQUEST
           PERFORM LOAD-PROCESSING-CALENDAR
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM WRITE-AUDIT-START-RECORD
           IF WS-RUN-MODE = 'TEST'
              MOVE 'CHECKP-T' TO STA-STATE-NAME
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT XFR-WORK-FILE
           IF XFR-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDOGOS XFRWORK OPEN FAILED, STATUS: '
                  XFR-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE OUTREP-FILE
              CLOSE OUTCSV-FILE
              CLOSE OUTREV-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO REV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO REV-HDR-RUN-MODE
           WRITE OUTREV-RECORD FROM WS-REV-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE OUTREV-RECORD FROM WS-TEST-BANNER
           END-IF
           IF WS-RUN-MODE = 'REGN'
              WRITE OUTREV-RECORD FROM WS-REGEN-BANNER
           END-IF
           PERFORM WRITE-CSV-ENVELOPE-HEADER
           PERFORM LOAD-MASTER-BREED-TABLE
           PERFORM LOAD-BREED-ALIAS-TABLE
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-FEE-SCHEDULE-TABLE
           PERFORM LOAD-TAX-RATE-TABLE
           PERFORM LOAD-TAX-LEDGER
           PERFORM LOAD-PROMOTION-TABLE
           PERFORM LOAD-PROMOTION-LEDGER
           PERFORM LOAD-RETURN-REASON-TABLE
           IF WS-RUN-MODE NOT = 'REGN'
              PERFORM LOAD-CHECKPOINT
           END-IF
           PERFORM WRITE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REGION
                                SRT-SHELTER
                                SRT-SPECIES
                                SRT-BREED
                                SRT-PERIOD
                                SRT-TRAN-TYPE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE = 'REGN'
              AND WS-REGEN-ENV-STATE = 'W'
              DISPLAY 'ZTPDOGOS NO PRODUCTION ADOPTS GENERATION FOUND '
                  'FOR BUSINESS DATE ' WS-REGEN-DATE
              MOVE 8 TO RETURN-CODE
              CLOSE OUTREP-FILE
              CLOSE OUTCSV-FILE
              CLOSE OUTREV-FILE
              CLOSE XFR-WORK-FILE
              IF ADOPT-REJ-OPEN = 'Y'
                 CLOSE ADOPT-REJ-FILE
              END-IF
              IF FEE-EXC-OPEN = 'Y'
                 CLOSE FEE-EXC-FILE
              END-IF
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE NOT = 'REGN'
              PERFORM CLEAR-CHECKPOINT
           END-IF
           PERFORM LOAD-YTD-MASTER
           PERFORM LOAD-PRIOR-YEAR-ARCHIVE
           PERFORM LOAD-REVENUE-MASTER
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR (2:4)
           IF WS-RUN-MODE = 'REGN'
              AND (WS-YTD-YEAR NOT = WS-RUN-YEAR
                   OR WS-REV-YEAR NOT = WS-RUN-YEAR)
              DISPLAY 'ZTPDOGOS NO ARCHIVED MASTER SECTION FOR YEAR '
                  WS-RUN-YEAR ', YEAR-TO-DATE FIGURES INCOMPLETE'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-YTD-YEAR NOT = 0
              AND WS-YTD-YEAR NOT = WS-RUN-YEAR
              IF WS-RUN-MODE NOT = 'TEST'
                 AND WS-RUN-MODE NOT = 'REGN'
                 PERFORM ARCHIVE-YTD-MASTER
              END-IF
              MOVE 0 TO WS-YTD-COUNT
           IF WS-REV-YEAR NOT = 0
              AND WS-REV-YEAR NOT = WS-RUN-YEAR
              IF WS-RUN-MODE NOT = 'TEST'
                 AND WS-RUN-MODE NOT = 'REGN'
                 PERFORM ARCHIVE-REVENUE-MASTER
              END-IF
              MOVE 0 TO WS-RVT-COUNT
           PERFORM COMPUTE-PERIOD-TOTALS
           PERFORM WRITE-DETAIL-LINES
           PERFORM WRITE-TRAILER
           IF WS-RUN-MODE = 'REGN'
              DISPLAY 'ZTPDOGOS REGENERATION - MASTERS, LEDGERS AND '
                  'PRIOR-PERIOD ADJUSTMENTS NOT WRITTEN'
           ELSE
              PERFORM SAVE-YTD-MASTER
              PERFORM SAVE-REVENUE-MASTER
              PERFORM SAVE-PRIOR-ADJUSTMENTS
              PERFORM SAVE-TAX-LEDGER
              PERFORM SAVE-PROMOTION-LEDGER
           END-IF
           PERFORM WRITE-YTD-SECTION
           PERFORM WRITE-CSV-ENVELOPE-TRAILER
           PERFORM WRITE-REVENUE-TOTALS
           CLOSE OUTREP-FILE
           CLOSE OUTCSV-FILE
           CLOSE OUTREV-FILE
           CLOSE XFR-WORK-FILE
           IF ADOPT-REJ-OPEN = 'Y'
              CLOSE ADOPT-REJ-FILE
           END-IF
           IF FEE-EXC-OPEN = 'Y'
              CLOSE FEE-EXC-FILE
           END-IF
           IF WS-RUN-MODE NOT = 'REGN'
              PERFORM WRITE-DD-STATISTICS
           END-IF
           PERFORM DISPLAY-RUN-SUMMARY
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.
              CLOSE RUN-CTL-FILE
           END-IF.

       LOAD-REGEN-REQUEST.
           OPEN INPUT REGEN-REQ-FILE
           IF REGEN-REQ-STATUS = '00'
              READ REGEN-REQ-FILE
              IF REGEN-REQ-STATUS = '00'
                 MOVE RGQ-BUSINESS-DATE TO WS-REGEN-DATE
              ELSE
                 MOVE SPACES TO WS-REGEN-DATE
              END-IF
              CLOSE REGEN-REQ-FILE
              IF WS-REGEN-DATE IS NOT NUMERIC
                 OR WS-REGEN-DATE (5:2) < '01'
                 OR WS-REGEN-DATE (5:2) > '12'
                 OR WS-REGEN-DATE (7:2) < '01'
                 OR WS-REGEN-DATE (7:2) > '31'
                 OR WS-REGEN-DATE > WS-RUN-DATE
                 DISPLAY 'ZTPDOGOS REGENREQ BUSINESS DATE MISSING, '
                     'INVALID OR AFTER ' WS-RUN-DATE ': '
                     WS-REGEN-DATE
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE TO WS-REGEN-ON-DATE
              MOVE WS-REGEN-DATE TO WS-RUN-DATE
              MOVE 'REGN' TO WS-RUN-MODE
              MOVE WS-REGEN-DATE (5:2) TO WS-RUN-PERIOD
              MOVE WS-REGEN-DATE (1:4) TO WS-REGEN-YEAR (2:4)
              SUBTRACT 1 FROM WS-REGEN-YEAR
                  GIVING WS-REGEN-PRIOR-YEAR
              MOVE WS-REGEN-YEAR TO WS-REGEN-WANTED-YEAR
              MOVE WS-REGEN-DATE TO RGN-BNR-DATE
              MOVE WS-REGEN-ON-DATE TO RGN-BNR-ON-DATE
              DISPLAY 'ZTPDOGOS REGENERATING REPORTS FOR BUSINESS '
                  'DATE ' WS-REGEN-DATE
           END-IF.

       LOAD-PROCESSING-CALENDAR.
           OPEN INPUT CALENDAR-CTL-FILE
           IF CALENDAR-CTL-STATUS = '00'
           MOVE 0 TO WS-DDS-READ
           MOVE 0 TO WS-DDS-WRITTEN
           MOVE WS-FEE-EXCEPTION-COUNT TO WS-DDS-REJECTED
           PERFORM POST-ONE-DD-STAT
           MOVE 'XFRWORK ' TO WS-DDS-DD-NAME
           MOVE 'OUT ' TO WS-DDS-ROLE
           MOVE 0 TO WS-DDS-READ
           MOVE WS-TRANSFER-COUNT TO WS-DDS-WRITTEN
           MOVE 0 TO WS-DDS-REJECTED
           PERFORM POST-ONE-DD-STAT
           MOVE 'PPADJ   ' TO WS-DDS-DD-NAME
           MOVE 'OUT ' TO WS-DDS-ROLE
           MOVE 0 TO WS-DDS-READ
           MOVE WS-ADJ-COUNT TO WS-DDS-WRITTEN
           MOVE 0 TO WS-DDS-REJECTED
           PERFORM POST-ONE-DD-STAT.
       POST-ONE-DD-STAT.
           OPEN EXTEND AUDIT-FILE
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
              MOVE 'ZTPDOGOS' TO VER-PROGRAM-ID
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

       DISPLAY-RUN-SUMMARY.
               WS-RECORDS-ACCUMULATED
           DISPLAY 'ZTPDOGOS RECORDS REJECTED/SKIPPED: '
               WS-RECORDS-REJECTED
           DISPLAY 'ZTPDOGOS TRANSFERS SET ASIDE: '
               WS-TRANSFER-COUNT
           DISPLAY 'ZTPDOGOS FEE SCHEDULE EXCEPTIONS: '
               WS-FEE-EXCEPTION-COUNT
           DISPLAY 'ZTPDOGOS PRIOR-PERIOD ADJUSTMENTS POSTED TO '
               'PERIOD ' WS-CURRENT-PERIOD ': ' WS-ADJ-COUNT
           DISPLAY 'ZTPDOGOS SALES TAX CHARGED: '
               WS-TAX-CHARGED-TOTAL
           DISPLAY 'ZTPDOGOS SALES TAX CREDITED ON RETURNS: '
               WS-TAX-CREDITED-TOTAL
           DISPLAY 'ZTPDOGOS PROMOTION ADOPTIONS POSTED: '
               WS-PROMO-ADOPTIONS
           DISPLAY 'ZTPDOGOS PROMOTION CODES NOT IN FORCE OR NOT '
               'ELIGIBLE: ' WS-PROMO-NOT-APPLIED.

       WRITE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
              WRITE OUTREP-RECORD FROM WS-TEST-BANNER
              PERFORM CHECK-OUTREP-WRITE-STATUS
           END-IF
           IF WS-RUN-MODE = 'REGN'
              WRITE OUTREP-RECORD FROM WS-REGEN-BANNER
              PERFORM CHECK-OUTREP-WRITE-STATUS
           END-IF
           IF WS-MONTH-END-CYCLE = 'Y'
              WRITE OUTREP-RECORD FROM WS-MONTH-END-BANNER
              PERFORM CHECK-OUTREP-WRITE-STATUS
           END-IF.

       WRITE-TRAILER.
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPC-TOTAL-ADOPTED (SPECIES-IDX) > 0
                  MOVE SPECIES-CODE (SPECIES-IDX) TO WS-SPC-GRD-CODE
                  MOVE SPECIES-NAME (SPECIES-IDX) TO WS-SPC-GRD-NAME
                  MOVE SPC-TOTAL-ADOPTED (SPECIES-IDX) TO
                      WS-SPC-GRD-TOTAL
                  WRITE OUTREP-RECORD FROM WS-SPECIES-GRAND-LINE
                  PERFORM CHECK-OUTREP-WRITE-STATUS
               END-IF
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-TRL-GRAND-TOTAL
           WRITE OUTREP-RECORD FROM WS-TRAILER-RECORD
           PERFORM CHECK-OUTREP-WRITE-STATUS.
                  PERFORM RELEASE-ONE-ADOPTION
                  IF FUNCTION MOD(WS-RECORDS-READ,
                          WS-CHECKPOINT-INTERVAL) = 0
                     AND WS-RUN-MODE NOT = 'REGN'
                     PERFORM SAVE-CHECKPOINT
                  END-IF
                  PERFORM READ-ADOPTS-RECORD
           MOVE 'Y' TO WS-ADOPTS-ENVELOPE
           PERFORM UNTIL WS-ADOPTS-ENVELOPE = 'N'
               READ ADOPTS-FILE
               IF ADOPTS-STATUS = '00'
                  AND WS-RUN-MODE = 'REGN'
                  PERFORM SELECT-REGEN-ENVELOPE
               END-IF
               IF ADOPTS-STATUS = '00'
                  IF ADOPTS-RECORD (1:4) = 'ENVH'
                     OR ADOPTS-RECORD (1:4) = 'ENVT'
                     OR (WS-RUN-MODE = 'REGN'
                         AND WS-REGEN-ENV-STATE NOT = 'I')
                     CONTINUE
                  ELSE
                     MOVE 'N' TO WS-ADOPTS-ENVELOPE
               END-IF
           END-PERFORM.

       SELECT-REGEN-ENVELOPE.
           EVALUATE TRUE
               WHEN ADOPTS-RECORD (1:4) = 'ENVH'
                    AND WS-REGEN-ENV-STATE = 'W'
                    AND ADOPTS-RECORD (5:8) = WS-REGEN-DATE
                    AND ADOPTS-RECORD (13:4) NOT = 'TEST'
                   MOVE 'I' TO WS-REGEN-ENV-STATE
               WHEN ADOPTS-RECORD (1:4) = 'ENVH'
                    AND WS-REGEN-ENV-STATE = 'I'
               WHEN ADOPTS-RECORD (1:4) = 'ENVT'
                    AND WS-REGEN-ENV-STATE = 'I'
                   MOVE 'D' TO WS-REGEN-ENV-STATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RELEASE-ONE-ADOPTION.
           IF ADOPT-PERIOD >= 1 AND ADOPT-PERIOD <= 12
              MOVE ADOPT-PERIOD TO WS-EFFECTIVE-PERIOD
           ELSE
              MOVE WS-RUN-PERIOD TO WS-EFFECTIVE-PERIOD
           END-IF
           PERFORM VALIDATE-SPECIES
           PERFORM VALIDATE-BREED
           PERFORM VALIDATE-SHELTER
           PERFORM VALIDATE-FEE-COMPONENT
           PERFORM VALIDATE-RETURN-REASON
           PERFORM VALIDATE-TO-SHELTER
           IF WS-SPECIES-VALID = 'N'
              OR WS-BREED-VALID = 'N' OR WS-SHELTER-VALID = 'N'
              OR WS-COMPONENT-VALID = 'N' OR WS-REASON-VALID = 'N'
              OR WS-TO-SHELTER-VALID = 'N'
              MOVE ADOPT-BREED TO WS-REJ-WORK-BREED
              MOVE ADOPT-SPECIES TO WS-REJ-WORK-SPECIES
              MOVE ADOPT-COUNT TO WS-REJ-WORK-COUNT
              MOVE ADOPT-SHELTER TO WS-REJ-WORK-SHELTER
              MOVE WS-EFFECTIVE-PERIOD TO WS-REJ-WORK-PERIOD
              MOVE ADOPT-TRAN-TYPE TO WS-REJ-WORK-TRAN
              MOVE ADOPT-FEE-COMPONENT TO WS-REJ-WORK-COMPONENT
              MOVE ADOPT-TO-SHELTER TO WS-REJ-WORK-TO-SHELTER
              IF ADOPT-FEE-AMOUNT IS NUMERIC
                 MOVE ADOPT-FEE-AMOUNT TO WS-REJ-WORK-FEE
              ELSE
                 MOVE 0 TO WS-REJ-WORK-FEE
              END-IF
              EVALUATE TRUE
                  WHEN WS-SPECIES-VALID = 'N'
                      MOVE 'UNKNOWN SPECIES CODE' TO
                          WS-REJ-WORK-REASON
                  WHEN WS-BREED-VALID = 'N'
                      MOVE 'BREED NOT ACTIVE ON MASTER LIST' TO
                          WS-REJ-WORK-REASON
                  WHEN WS-COMPONENT-VALID = 'N'
                      MOVE 'UNKNOWN FEE COMPONENT CODE' TO
                          WS-REJ-WORK-REASON
                  WHEN WS-TO-SHELTER-VALID = 'N'
                      MOVE WS-TO-SHELTER-REJ-REASON TO
                          WS-REJ-WORK-REASON
                  WHEN OTHER
                      MOVE 'UNKNOWN RETURN REASON CODE' TO
                          WS-REJ-WORK-REASON
              END-EVALUATE
              PERFORM WRITE-REJECT-RECORD
           ELSE
              IF ADOPT-TRAN-TYPE = 'T'
                 PERFORM WRITE-TRANSFER-RECORD
              ELSE
                 PERFORM CHECK-CLOSED-PERIOD
                 IF WS-ADJ-TABLE-FULL = 'Y'
                    MOVE ADOPT-BREED TO WS-REJ-WORK-BREED
                    MOVE WS-EFFECTIVE-SPECIES TO WS-REJ-WORK-SPECIES
                    MOVE ADOPT-COUNT TO WS-REJ-WORK-COUNT
                    MOVE ADOPT-SHELTER TO WS-REJ-WORK-SHELTER
                    MOVE WS-EFFECTIVE-PERIOD TO WS-REJ-WORK-PERIOD
                    MOVE ADOPT-TRAN-TYPE TO WS-REJ-WORK-TRAN
                    MOVE WS-EFFECTIVE-COMPONENT TO
                        WS-REJ-WORK-COMPONENT
                    MOVE ADOPT-TO-SHELTER TO WS-REJ-WORK-TO-SHELTER
                    IF ADOPT-FEE-AMOUNT IS NUMERIC
                       MOVE ADOPT-FEE-AMOUNT TO WS-REJ-WORK-FEE
                    ELSE
                       MOVE 0 TO WS-REJ-WORK-FEE
                    END-IF
                    MOVE 'PRIOR-PERIOD ADJUSTMENT LIMIT' TO
                        WS-REJ-WORK-REASON
                    PERFORM WRITE-REJECT-RECORD
                 ELSE
                    MOVE WS-SHELTER-REGION TO SRT-REGION
                    MOVE ADOPT-SHELTER TO SRT-SHELTER
                    MOVE WS-EFFECTIVE-SPECIES TO SRT-SPECIES
                    MOVE ADOPT-BREED TO SRT-BREED
                    MOVE WS-EFFECTIVE-PERIOD TO SRT-PERIOD
                    MOVE ADOPT-TRAN-TYPE TO SRT-TRAN-TYPE
                    MOVE ADOPT-COUNT TO SRT-COUNT
                    IF ADOPT-FEE-AMOUNT IS NUMERIC
                       MOVE ADOPT-FEE-AMOUNT TO SRT-FEE
                    ELSE
                       MOVE 0 TO SRT-FEE
                    END-IF
                    MOVE WS-EFFECTIVE-COMPONENT TO SRT-FEE-COMPONENT
                    IF ADOPT-TRAN-TYPE NOT = 'R'
                       PERFORM CHECK-FEE-SCHEDULE
                    END-IF
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-IF.

       LOAD-CLOSED-PERIODS.
           MOVE WS-RUN-DATE (1:4) TO WS-CURRENT-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-CURRENT-PERIOD
           OPEN INPUT PERIOD-CTL-FILE
           IF PERIOD-CTL-STATUS = '00'
              PERFORM UNTIL PERIOD-CTL-STATUS NOT = '00'
                  READ PERIOD-CTL-FILE
                  IF PERIOD-CTL-STATUS = '00'
                     AND PCL-YEAR IS NUMERIC
                     AND PCL-PERIOD IS NUMERIC
                     AND PCL-YEAR + 1 >= WS-CURRENT-YEAR
                     AND (WS-RUN-MODE NOT = 'REGN'
                          OR PCL-CLOSE-DATE <= WS-RUN-DATE)
                     IF WS-CLP-COUNT < 60
                        ADD 1 TO WS-CLP-COUNT
                        MOVE PCL-YEAR TO CLP-YEAR (WS-CLP-COUNT)
                        MOVE PCL-PERIOD TO CLP-PERIOD (WS-CLP-COUNT)
                     ELSE
                        DISPLAY 'ZTPDOGOS CLOSED PERIOD TABLE FULL, '
                            'IGNORED: ' PCL-YEAR '/' PCL-PERIOD
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PERIOD-CTL-FILE
              DISPLAY 'ZTPDOGOS CLOSED PERIODS IN FORCE: '
                  WS-CLP-COUNT
           END-IF.

       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE 'N' TO WS-ADJ-TABLE-FULL
           IF WS-CLP-COUNT > 0
              AND WS-EFFECTIVE-PERIOD NOT = WS-CURRENT-PERIOD
              MOVE WS-CURRENT-YEAR TO WS-ORIG-YEAR
              IF WS-EFFECTIVE-PERIOD > WS-CURRENT-PERIOD
                 SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-ORIG-YEAR
              END-IF
              PERFORM VARYING WS-CLP-IDX FROM 1 BY 1
                      UNTIL WS-CLP-IDX > WS-CLP-COUNT
                  IF CLP-YEAR (WS-CLP-IDX) = WS-ORIG-YEAR
                     AND CLP-PERIOD (WS-CLP-IDX) = WS-EFFECTIVE-PERIOD
                     MOVE 'Y' TO WS-PERIOD-CLOSED
                     MOVE WS-CLP-COUNT TO WS-CLP-IDX
                  END-IF
              END-PERFORM
           END-IF
           IF WS-PERIOD-CLOSED = 'Y'
              IF WS-ADJ-COUNT < 500
                 ADD 1 TO WS-ADJ-COUNT
                 MOVE WS-ORIG-YEAR TO ADJ-ORIG-YEAR (WS-ADJ-COUNT)
                 MOVE WS-EFFECTIVE-PERIOD TO
                     ADJ-ORIG-PERIOD (WS-ADJ-COUNT)
                 MOVE ADOPT-BREED TO ADJ-BREED (WS-ADJ-COUNT)
                 MOVE ADOPT-SHELTER TO ADJ-SHELTER (WS-ADJ-COUNT)
                 MOVE WS-EFFECTIVE-SPECIES TO
                     ADJ-SPECIES (WS-ADJ-COUNT)
                 MOVE ADOPT-TRAN-TYPE TO ADJ-TRAN-TYPE (WS-ADJ-COUNT)
                 MOVE ADOPT-COUNT TO ADJ-COUNT (WS-ADJ-COUNT)
                 IF ADOPT-FEE-AMOUNT IS NUMERIC
                    MOVE ADOPT-FEE-AMOUNT TO ADJ-FEE (WS-ADJ-COUNT)
                 ELSE
                    MOVE 0 TO ADJ-FEE (WS-ADJ-COUNT)
                 END-IF
                 MOVE WS-EFFECTIVE-COMPONENT TO
                     ADJ-FEE-COMPONENT (WS-ADJ-COUNT)
                 MOVE WS-CURRENT-PERIOD TO WS-EFFECTIVE-PERIOD
              ELSE
                 MOVE 'Y' TO WS-ADJ-TABLE-FULL
              END-IF
           END-IF.

       SAVE-PRIOR-ADJUSTMENTS.
           IF WS-ADJ-COUNT > 0
              IF WS-RUN-MODE = 'TEST'
                 DISPLAY 'ZTPDOGOS TEST MODE - PRIOR-PERIOD '
                     'ADJUSTMENTS NOT WRITTEN'
              ELSE
                 PERFORM WRITE-PRIOR-ADJUSTMENTS
              END-IF
           END-IF.

       WRITE-PRIOR-ADJUSTMENTS.
           OPEN EXTEND PRIOR-ADJ-FILE
           IF PRIOR-ADJ-STATUS NOT = '00'
              OPEN OUTPUT PRIOR-ADJ-FILE
           END-IF
           IF PRIOR-ADJ-STATUS = '00'
              PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                      UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                  MOVE SPACES TO PRIOR-ADJ-RECORD
                  MOVE ADJ-ORIG-YEAR (WS-ADJ-IDX) TO PPA-ORIG-YEAR
                  MOVE ADJ-ORIG-PERIOD (WS-ADJ-IDX) TO
                      PPA-ORIG-PERIOD
                  MOVE WS-CURRENT-YEAR TO PPA-POST-YEAR
                  MOVE WS-CURRENT-PERIOD TO PPA-POST-PERIOD
                  MOVE ADJ-BREED (WS-ADJ-IDX) TO PPA-BREED
                  MOVE ADJ-SHELTER (WS-ADJ-IDX) TO PPA-SHELTER
                  MOVE ADJ-SPECIES (WS-ADJ-IDX) TO PPA-SPECIES
                  MOVE ADJ-TRAN-TYPE (WS-ADJ-IDX) TO PPA-TRAN-TYPE
                  MOVE ADJ-COUNT (WS-ADJ-IDX) TO PPA-COUNT
                  MOVE ADJ-FEE (WS-ADJ-IDX) TO PPA-FEE
                  MOVE ADJ-FEE-COMPONENT (WS-ADJ-IDX) TO
                      PPA-FEE-COMPONENT
                  MOVE WS-RUN-DATE TO PPA-RUN-DATE
                  WRITE PRIOR-ADJ-RECORD
              END-PERFORM
              CLOSE PRIOR-ADJ-FILE
           ELSE
              DISPLAY 'ZTPDOGOS PPADJ OPEN FAILED, STATUS: '
                  PRIOR-ADJ-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.

       SAVE-TAX-LEDGER.
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPDOGOS TEST MODE - TAX LEDGER NOT REWRITTEN'
           ELSE
              PERFORM REWRITE-TAX-LEDGER
           END-IF.

       REWRITE-TAX-LEDGER.
           OPEN OUTPUT TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS = '00'
              PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                      UNTIL WS-TXT-IDX > WS-TXT-COUNT
                  MOVE SPACES TO TAX-LEDGER-RECORD
                  MOVE TXT-YEAR (WS-TXT-IDX) TO TXL-YEAR
                  MOVE TXT-PERIOD (WS-TXT-IDX) TO TXL-PERIOD
                  MOVE TXT-JURISDICTION (WS-TXT-IDX) TO
                      TXL-JURISDICTION
                  MOVE TXT-COMPONENT (WS-TXT-IDX) TO TXL-COMPONENT
                  MOVE TXT-TAXABLE-BASE (WS-TXT-IDX) TO
                      TXL-TAXABLE-BASE
                  MOVE TXT-EXEMPT-BASE (WS-TXT-IDX) TO TXL-EXEMPT-BASE
                  MOVE TXT-TAX-CHARGED (WS-TXT-IDX) TO TXL-TAX-CHARGED
                  MOVE TXT-TAXABLE-RETURNS (WS-TXT-IDX) TO
                      TXL-TAXABLE-RETURNS
                  MOVE TXT-EXEMPT-RETURNS (WS-TXT-IDX) TO
                      TXL-EXEMPT-RETURNS
                  MOVE TXT-TAX-CREDITED (WS-TXT-IDX) TO
                      TXL-TAX-CREDITED
                  WRITE TAX-LEDGER-RECORD
              END-PERFORM
              CLOSE TAX-LEDGER-FILE
           ELSE
              DISPLAY 'ZTPDOGOS TAXLDG OPEN OUTPUT FAILED, '
                  'STATUS: ' TAX-LEDGER-STATUS
           END-IF.

       SAVE-PROMOTION-LEDGER.
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPDOGOS TEST MODE - PROMOTION LEDGER NOT '
                  'REWRITTEN'
           ELSE
              PERFORM REWRITE-PROMOTION-LEDGER
           END-IF.

       REWRITE-PROMOTION-LEDGER.
           OPEN OUTPUT PROMOTION-LEDGER-FILE
           IF PROMOTION-LEDGER-STATUS = '00'
              PERFORM VARYING WS-PLT-IDX FROM 1 BY 1
                      UNTIL WS-PLT-IDX > WS-PLT-COUNT
                  MOVE SPACES TO PROMOTION-LEDGER-RECORD
                  MOVE PLT-CODE (WS-PLT-IDX) TO PRL-CODE
                  MOVE PLT-START-DATE (WS-PLT-IDX) TO PRL-START-DATE
                  MOVE PLT-SHELTER (WS-PLT-IDX) TO PRL-SHELTER
                  MOVE PLT-ADOPTIONS (WS-PLT-IDX) TO PRL-ADOPTIONS
                  MOVE PLT-FEES-CHARGED (WS-PLT-IDX) TO
                      PRL-FEES-CHARGED
                  MOVE PLT-STANDARD-VALUE (WS-PLT-IDX) TO
                      PRL-STANDARD-VALUE
                  MOVE PLT-GIVEN-UP (WS-PLT-IDX) TO PRL-GIVEN-UP
                  MOVE PLT-REIMBURSABLE (WS-PLT-IDX) TO
                      PRL-REIMBURSABLE
                  MOVE PLT-UNDERCHARGES (WS-PLT-IDX) TO
                      PRL-UNDERCHARGES
                  WRITE PROMOTION-LEDGER-RECORD
              END-PERFORM
              CLOSE PROMOTION-LEDGER-FILE
           ELSE
              DISPLAY 'ZTPDOGOS PROMLDG OPEN OUTPUT FAILED, '
                  'STATUS: ' PROMOTION-LEDGER-STATUS
           END-IF.

       VALIDATE-TO-SHELTER.
           MOVE 'Y' TO WS-TO-SHELTER-VALID
           MOVE SPACES TO WS-TO-SHELTER-REJ-REASON
           IF ADOPT-TRAN-TYPE = 'T'
              EVALUATE TRUE
                  WHEN ADOPT-TO-SHELTER = SPACES
                      MOVE 'N' TO WS-TO-SHELTER-VALID
                      MOVE 'TRANSFER TO-SHELTER MISSING' TO
                          WS-TO-SHELTER-REJ-REASON
                  WHEN ADOPT-TO-SHELTER = ADOPT-SHELTER
                      MOVE 'N' TO WS-TO-SHELTER-VALID
                      MOVE 'TRANSFER TO SAME SHELTER' TO
                          WS-TO-SHELTER-REJ-REASON
                  WHEN WS-MASTER-SHELTER-LOADED = 'Y'
                      MOVE 'N' TO WS-TO-SHELTER-VALID
                      MOVE 'TO-SHELTER NOT ON MASTER LIST' TO
                          WS-TO-SHELTER-REJ-REASON
                      PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                          UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
                          IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                                 ADOPT-TO-SHELTER
                             IF MASTER-SHELTER-ACTIVE (WS-SHELTER-IDX)
                                    = 'Y'
                                MOVE 'Y' TO WS-TO-SHELTER-VALID
                             ELSE
                                MOVE 'TO-SHELTER NOT ACTIVE ON MASTER'
                                    TO WS-TO-SHELTER-REJ-REASON
                             END-IF
                             MOVE WS-MASTER-SHELTER-COUNT TO
                                 WS-SHELTER-IDX
                          END-IF
                      END-PERFORM
              END-EVALUATE
           END-IF.

       WRITE-TRANSFER-RECORD.
           MOVE SPACES TO XFR-WORK-RECORD
           MOVE ADOPT-SHELTER TO XFW-FROM-SHELTER
           MOVE ADOPT-TO-SHELTER TO XFW-TO-SHELTER
           MOVE ADOPT-BREED TO XFW-BREED
           MOVE WS-EFFECTIVE-SPECIES TO XFW-SPECIES
           MOVE WS-EFFECTIVE-PERIOD TO XFW-PERIOD
           IF ADOPT-COUNT IS NUMERIC
              MOVE ADOPT-COUNT TO XFW-COUNT
           ELSE
              MOVE 0 TO XFW-COUNT
           END-IF
           WRITE XFR-WORK-RECORD
           IF XFR-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDOGOS XFRWORK WRITE FAILED, STATUS: '
                  XFR-WORK-STATUS
              MOVE 'Y' TO WS-ADOPTS-READ-ERROR
           ELSE
              ADD 1 TO WS-TRANSFER-COUNT
           END-IF.

       VALIDATE-RETURN-REASON.
           END-IF.

       CHECK-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-MATCH
           MOVE 'N' TO WS-PROMO-APPLIES
           MOVE 'N' TO WS-PROMO-UNDERCHARGE
           IF WS-FEE-SCHEDULE-LOADED = 'Y'
              PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                      UNTIL WS-FEE-IDX > WS-FEE-SCHEDULE-COUNT
                  IF FEE-TBL-BREED (WS-FEE-IDX) = ADOPT-BREED
                     MOVE WS-FEE-SCHEDULE-COUNT TO WS-FEE-IDX
                  END-IF
              END-PERFORM
           END-IF
           IF ADOPT-PROMO-CODE NOT = SPACE
              PERFORM FIND-PROMOTION
           END-IF
           IF WS-FEE-MATCH NOT = 0
              IF WS-PROMO-APPLIES = 'Y'
                 IF SRT-FEE < WS-PROMO-MINIMUM
                    MOVE 'Y' TO WS-PROMO-UNDERCHARGE
                    MOVE 'PROMO UNDER' TO FEX-TAG
                    PERFORM WRITE-FEE-EXCEPTION
                 ELSE
                    IF SRT-FEE > FEE-TBL-STANDARD (WS-FEE-MATCH)
                       MOVE 'OVERCHARGE ' TO FEX-TAG
                       PERFORM WRITE-FEE-EXCEPTION
                    END-IF
                 END-IF
              ELSE
                 IF SRT-FEE < FEE-TBL-FLOOR (WS-FEE-MATCH)
                    IF ADOPT-PROMO-CODE NOT = SPACE
                       MOVE 'BAD PROMO  ' TO FEX-TAG
                    ELSE
                       MOVE 'UNDERCHARGE' TO FEX-TAG
                    END-IF
                    PERFORM WRITE-FEE-EXCEPTION
                 ELSE
                    IF SRT-FEE > FEE-TBL-STANDARD (WS-FEE-MATCH)
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-PROMO-APPLIES = 'Y'
              PERFORM POST-PROMOTION-RESULT
           ELSE
              IF ADOPT-PROMO-CODE NOT = SPACE
                 ADD 1 TO WS-PROMO-NOT-APPLIED
                 DISPLAY 'ZTPDOGOS PROMOTION CODE ' ADOPT-PROMO-CODE
                     ' NOT APPLIED: ' ADOPT-BREED ' ' ADOPT-SHELTER
              END-IF
           END-IF.

       FIND-PROMOTION.
           MOVE 0 TO WS-PMT-MATCH
           PERFORM VARYING WS-PMT-IDX FROM 1 BY 1
                   UNTIL WS-PMT-IDX > WS-PMT-COUNT
                      OR WS-PMT-MATCH > 0
               IF PMT-CODE (WS-PMT-IDX) = ADOPT-PROMO-CODE
                  AND PMT-START-DATE (WS-PMT-IDX) <= WS-RUN-DATE
                  AND PMT-END-DATE (WS-PMT-IDX) >= WS-RUN-DATE
                  MOVE WS-PMT-IDX TO WS-PMT-MATCH
               END-IF
           END-PERFORM
           IF WS-PMT-MATCH NOT = 0
              MOVE 'N' TO WS-PROMO-SHELTER-OK
              MOVE 'N' TO WS-PROMO-BREED-OK
              IF PMT-SHELTER-ROWS (WS-PMT-MATCH) = 0
                 MOVE 'Y' TO WS-PROMO-SHELTER-OK
              END-IF
              IF PMT-BREED-ROWS (WS-PMT-MATCH) = 0
                 MOVE 'Y' TO WS-PROMO-BREED-OK
              END-IF
              PERFORM VARYING WS-PME-IDX FROM 1 BY 1
                      UNTIL WS-PME-IDX > WS-PME-COUNT
                  IF PME-CODE (WS-PME-IDX) = PMT-CODE (WS-PMT-MATCH)
                     AND PME-START-DATE (WS-PME-IDX) =
                         PMT-START-DATE (WS-PMT-MATCH)
                     EVALUATE TRUE
                         WHEN PME-ROW-TYPE (WS-PME-IDX) = 'S'
                              AND PME-VALUE (WS-PME-IDX) (1:4) =
                                  ADOPT-SHELTER
                             MOVE 'Y' TO WS-PROMO-SHELTER-OK
                         WHEN PME-ROW-TYPE (WS-PME-IDX) = 'B'
                              AND PME-VALUE (WS-PME-IDX) =
                                  ADOPT-BREED
                             MOVE 'Y' TO WS-PROMO-BREED-OK
                     END-EVALUATE
                  END-IF
              END-PERFORM
              IF WS-PROMO-SHELTER-OK = 'Y'
                 AND WS-PROMO-BREED-OK = 'Y'
                 MOVE 'Y' TO WS-PROMO-APPLIES
                 PERFORM COMPUTE-PROMOTION-PRICE
              END-IF
           END-IF.

       COMPUTE-PROMOTION-PRICE.
           IF WS-FEE-MATCH = 0
              MOVE 0 TO WS-PROMO-STANDARD
              MOVE 0 TO WS-PROMO-PRICE
              MOVE 0 TO WS-PROMO-MINIMUM
           ELSE
              MOVE FEE-TBL-STANDARD (WS-FEE-MATCH) TO
                  WS-PROMO-STANDARD
              EVALUATE PMT-RULE (WS-PMT-MATCH)
                  WHEN 'W'
                      MOVE 0 TO WS-PROMO-PRICE
                  WHEN 'P'
                      COMPUTE WS-PROMO-PRICE ROUNDED =
                          WS-PROMO-STANDARD
                          * (100 - PMT-DISCOUNT (WS-PMT-MATCH)) / 100
                  WHEN 'A'
                      COMPUTE WS-PROMO-PRICE =
                          WS-PROMO-STANDARD
                          - PMT-DISCOUNT (WS-PMT-MATCH)
                  WHEN OTHER
                      MOVE PMT-DISCOUNT (WS-PMT-MATCH) TO
                          WS-PROMO-PRICE
              END-EVALUATE
              IF WS-PROMO-PRICE < 0
                 MOVE 0 TO WS-PROMO-PRICE
              END-IF
              IF WS-PROMO-PRICE < FEE-TBL-FLOOR (WS-FEE-MATCH)
                 MOVE WS-PROMO-PRICE TO WS-PROMO-MINIMUM
              ELSE
                 MOVE FEE-TBL-FLOOR (WS-FEE-MATCH) TO WS-PROMO-MINIMUM
              END-IF
           END-IF.

       POST-PROMOTION-RESULT.
           MOVE 0 TO WS-PLT-MATCH
           PERFORM VARYING WS-PLT-IDX FROM 1 BY 1
                   UNTIL WS-PLT-IDX > WS-PLT-COUNT
                      OR WS-PLT-MATCH > 0
               IF PLT-CODE (WS-PLT-IDX) = PMT-CODE (WS-PMT-MATCH)
                  AND PLT-START-DATE (WS-PLT-IDX) =
                      PMT-START-DATE (WS-PMT-MATCH)
                  AND PLT-SHELTER (WS-PLT-IDX) = ADOPT-SHELTER
                  MOVE WS-PLT-IDX TO WS-PLT-MATCH
               END-IF
           END-PERFORM
           IF WS-PLT-MATCH = 0
              IF WS-PLT-COUNT < 1000
                 ADD 1 TO WS-PLT-COUNT
                 MOVE WS-PLT-COUNT TO WS-PLT-MATCH
                 MOVE PMT-CODE (WS-PMT-MATCH) TO
                     PLT-CODE (WS-PLT-MATCH)
                 MOVE PMT-START-DATE (WS-PMT-MATCH) TO
                     PLT-START-DATE (WS-PLT-MATCH)
                 MOVE ADOPT-SHELTER TO PLT-SHELTER (WS-PLT-MATCH)
                 MOVE 0 TO PLT-ADOPTIONS (WS-PLT-MATCH)
                 MOVE 0 TO PLT-FEES-CHARGED (WS-PLT-MATCH)
                 MOVE 0 TO PLT-STANDARD-VALUE (WS-PLT-MATCH)
                 MOVE 0 TO PLT-GIVEN-UP (WS-PLT-MATCH)
                 MOVE 0 TO PLT-REIMBURSABLE (WS-PLT-MATCH)
                 MOVE 0 TO PLT-UNDERCHARGES (WS-PLT-MATCH)
              ELSE
                 DISPLAY 'ZTPDOGOS PROMOTION LEDGER TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF
           ADD 1 TO WS-PROMO-ADOPTIONS
           ADD SRT-COUNT TO PLT-ADOPTIONS (WS-PLT-MATCH)
           COMPUTE PLT-FEES-CHARGED (WS-PLT-MATCH) =
               PLT-FEES-CHARGED (WS-PLT-MATCH) + SRT-FEE * SRT-COUNT
           COMPUTE PLT-STANDARD-VALUE (WS-PLT-MATCH) =
               PLT-STANDARD-VALUE (WS-PLT-MATCH)
               + WS-PROMO-STANDARD * SRT-COUNT
           IF SRT-FEE < WS-PROMO-STANDARD
              COMPUTE PLT-GIVEN-UP (WS-PLT-MATCH) =
                  PLT-GIVEN-UP (WS-PLT-MATCH)
                  + (WS-PROMO-STANDARD - SRT-FEE) * SRT-COUNT
           END-IF
           IF SRT-FEE > WS-PROMO-PRICE
              MOVE SRT-FEE TO WS-PROMO-PERMITTED
           ELSE
              MOVE WS-PROMO-PRICE TO WS-PROMO-PERMITTED
           END-IF
           IF WS-PROMO-PERMITTED < WS-PROMO-STANDARD
              COMPUTE PLT-REIMBURSABLE (WS-PLT-MATCH) =
                  PLT-REIMBURSABLE (WS-PLT-MATCH)
                  + (WS-PROMO-STANDARD - WS-PROMO-PERMITTED)
                    * SRT-COUNT
           END-IF
           IF WS-PROMO-UNDERCHARGE = 'Y'
              ADD 1 TO PLT-UNDERCHARGES (WS-PLT-MATCH)
           END-IF.

       WRITE-FEE-EXCEPTION.
           MOVE ADOPT-BREED TO FEX-BREED
           MOVE ADOPT-SHELTER TO FEX-SHELTER
           MOVE WS-EFFECTIVE-PERIOD TO FEX-PERIOD
           IF FEX-TAG = 'PROMO UNDER'
              MOVE WS-PROMO-MINIMUM TO FEX-EXPECTED
           ELSE
              MOVE FEE-TBL-STANDARD (WS-FEE-MATCH) TO FEX-EXPECTED
           END-IF
           MOVE SRT-FEE TO FEX-ACTUAL
           WRITE FEE-EXC-RECORD FROM WS-FEE-EXC-LINE
           ADD 1 TO WS-FEE-EXCEPTION-COUNT.
              MOVE 'Y' TO WS-FEE-SCHEDULE-LOADED
           END-IF.

       LOAD-TAX-RATE-TABLE.
           OPEN INPUT TAX-CTL-FILE
           IF TAX-CTL-STATUS = '00'
              PERFORM UNTIL TAX-CTL-STATUS NOT = '00'
                  READ TAX-CTL-FILE
                  IF TAX-CTL-STATUS = '00'
                     IF TAX-JURISDICTION NOT = SPACES
                        AND (TAX-COMPONENT = 'A' OR TAX-COMPONENT = 'M'
                             OR TAX-COMPONENT = 'D')
                        AND TAX-RATE IS NUMERIC
                        IF WS-TXR-COUNT < 100
                           ADD 1 TO WS-TXR-COUNT
                           MOVE TAX-JURISDICTION TO
                               TXR-JURISDICTION (WS-TXR-COUNT)
                           MOVE TAX-COMPONENT TO
                               TXR-COMPONENT (WS-TXR-COUNT)
                           MOVE TAX-RATE TO TXR-RATE (WS-TXR-COUNT)
                           MOVE TAX-EFF-DATE TO
                               TXR-EFF-DATE (WS-TXR-COUNT)
                           MOVE TAX-EXP-DATE TO
                               TXR-EXP-DATE (WS-TXR-COUNT)
                        ELSE
                           DISPLAY 'ZTPDOGOS TAX RATE TABLE FULL, '
                               'IGNORED: ' TAX-JURISDICTION
                        END-IF
                     ELSE
                        DISPLAY 'ZTPDOGOS INVALID TAXCTL RECORD '
                            'IGNORED: ' TAX-CTL-RECORD
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE TAX-CTL-FILE
           ELSE
              DISPLAY 'ZTPDOGOS TAXCTL NOT AVAILABLE, STATUS: '
                  TAX-CTL-STATUS ' - ALL FEES TREATED AS EXEMPT'
           END-IF.

       LOAD-TAX-LEDGER.
           COMPUTE WS-TAX-OLDEST-MONTH =
               WS-CURRENT-YEAR * 12 + WS-CURRENT-PERIOD - 24
           OPEN INPUT TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS = '00'
              PERFORM UNTIL TAX-LEDGER-STATUS NOT = '00'
                  READ TAX-LEDGER-FILE
                  IF TAX-LEDGER-STATUS = '00'
                     IF TXL-YEAR IS NUMERIC
                        AND TXL-PERIOD IS NUMERIC
                        COMPUTE WS-TAX-ROW-MONTH =
                            TXL-YEAR * 12 + TXL-PERIOD
                     ELSE
                        MOVE 0 TO WS-TAX-ROW-MONTH
                     END-IF
                     IF WS-TAX-ROW-MONTH < WS-TAX-OLDEST-MONTH
                        ADD 1 TO WS-TAX-ROWS-DROPPED
                     ELSE
                        IF WS-TXT-COUNT < 2000
                           ADD 1 TO WS-TXT-COUNT
                           MOVE TXL-YEAR TO TXT-YEAR (WS-TXT-COUNT)
                           MOVE TXL-PERIOD TO TXT-PERIOD (WS-TXT-COUNT)
                           MOVE TXL-JURISDICTION TO
                               TXT-JURISDICTION (WS-TXT-COUNT)
                           MOVE TXL-COMPONENT TO
                               TXT-COMPONENT (WS-TXT-COUNT)
                           MOVE TXL-TAXABLE-BASE TO
                               TXT-TAXABLE-BASE (WS-TXT-COUNT)
                           MOVE TXL-EXEMPT-BASE TO
                               TXT-EXEMPT-BASE (WS-TXT-COUNT)
                           MOVE TXL-TAX-CHARGED TO
                               TXT-TAX-CHARGED (WS-TXT-COUNT)
                           MOVE TXL-TAXABLE-RETURNS TO
                               TXT-TAXABLE-RETURNS (WS-TXT-COUNT)
                           MOVE TXL-EXEMPT-RETURNS TO
                               TXT-EXEMPT-RETURNS (WS-TXT-COUNT)
                           MOVE TXL-TAX-CREDITED TO
                               TXT-TAX-CREDITED (WS-TXT-COUNT)
                        ELSE
                           DISPLAY 'ZTPDOGOS TAX LEDGER TABLE FULL'
                           MOVE 16 TO RETURN-CODE
                           CLOSE TAX-LEDGER-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           STOP RUN
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE TAX-LEDGER-FILE
              IF WS-TAX-ROWS-DROPPED > 0
                 DISPLAY 'ZTPDOGOS TAX LEDGER ROWS OLDER THAN 24 '
                     'MONTHS DROPPED: ' WS-TAX-ROWS-DROPPED
              END-IF
           ELSE
              DISPLAY 'ZTPDOGOS TAXLDG NOT AVAILABLE, STATUS: '
                  TAX-LEDGER-STATUS ' - STARTING A NEW LEDGER'
           END-IF.

       LOAD-PROMOTION-TABLE.
           OPEN INPUT PROMOTION-CTL-FILE
           IF PROMOTION-CTL-STATUS = '00'
              PERFORM UNTIL PROMOTION-CTL-STATUS NOT = '00'
                  READ PROMOTION-CTL-FILE
                  IF PROMOTION-CTL-STATUS = '00'
                     PERFORM LOAD-ONE-PROMOTION-ROW
                  END-IF
              END-PERFORM
              CLOSE PROMOTION-CTL-FILE
              PERFORM VARYING WS-PME-IDX FROM 1 BY 1
                      UNTIL WS-PME-IDX > WS-PME-COUNT
                  PERFORM VARYING WS-PMT-IDX FROM 1 BY 1
                          UNTIL WS-PMT-IDX > WS-PMT-COUNT
                      IF PMT-CODE (WS-PMT-IDX) = PME-CODE (WS-PME-IDX)
                         AND PMT-START-DATE (WS-PMT-IDX) =
                             PME-START-DATE (WS-PME-IDX)
                         IF PME-ROW-TYPE (WS-PME-IDX) = 'S'
                            ADD 1 TO PMT-SHELTER-ROWS (WS-PMT-IDX)
                         ELSE
                            ADD 1 TO PMT-BREED-ROWS (WS-PMT-IDX)
                         END-IF
                      END-IF
                  END-PERFORM
              END-PERFORM
           ELSE
              DISPLAY 'ZTPDOGOS PROMCTL NOT AVAILABLE, STATUS: '
                  PROMOTION-CTL-STATUS ' - NO PROMOTIONS IN FORCE'
           END-IF.

       LOAD-ONE-PROMOTION-ROW.
           EVALUATE TRUE
               WHEN PRM-CODE = SPACE
                    OR PRM-START-DATE IS NOT NUMERIC
                   DISPLAY 'ZTPDOGOS INVALID PROMCTL RECORD IGNORED: '
                       PROMOTION-CTL-RECORD
               WHEN PRM-HEADER-ROW
                   IF PRM-END-DATE IS NUMERIC
                      AND PRM-END-DATE >= PRM-START-DATE
                      AND PRM-DISCOUNT IS NUMERIC
                      AND PRM-SPONSOR-PCT IS NUMERIC
                      AND (PRM-RULE = 'W' OR PRM-RULE = 'A'
                           OR PRM-RULE = 'F'
                           OR (PRM-RULE = 'P'
                               AND PRM-DISCOUNT <= 100))
                      IF WS-PMT-COUNT < 50
                         ADD 1 TO WS-PMT-COUNT
                         MOVE PRM-CODE TO PMT-CODE (WS-PMT-COUNT)
                         MOVE PRM-START-DATE TO
                             PMT-START-DATE (WS-PMT-COUNT)
                         MOVE PRM-END-DATE TO
                             PMT-END-DATE (WS-PMT-COUNT)
                         MOVE PRM-RULE TO PMT-RULE (WS-PMT-COUNT)
                         MOVE PRM-DISCOUNT TO
                             PMT-DISCOUNT (WS-PMT-COUNT)
                         MOVE 0 TO PMT-SHELTER-ROWS (WS-PMT-COUNT)
                         MOVE 0 TO PMT-BREED-ROWS (WS-PMT-COUNT)
                      ELSE
                         DISPLAY 'ZTPDOGOS PROMOTION TABLE FULL, '
                             'IGNORED: ' PRM-CODE ' ' PRM-START-DATE
                      END-IF
                   ELSE
                      DISPLAY 'ZTPDOGOS INVALID PROMCTL RECORD '
                          'IGNORED: ' PROMOTION-CTL-RECORD
                   END-IF
               WHEN (PRM-SHELTER-ROW AND PRM-ELIG-SHELTER NOT = SPACES)
                    OR (PRM-BREED-ROW AND PRM-ELIG-BREED NOT = SPACES)
                   IF WS-PME-COUNT < 500
                      ADD 1 TO WS-PME-COUNT
                      MOVE PRM-CODE TO PME-CODE (WS-PME-COUNT)
                      MOVE PRM-START-DATE TO
                          PME-START-DATE (WS-PME-COUNT)
                      MOVE PRM-ROW-TYPE TO PME-ROW-TYPE (WS-PME-COUNT)
                      IF PRM-SHELTER-ROW
                         MOVE PRM-ELIG-SHELTER TO
                             PME-VALUE (WS-PME-COUNT)
                      ELSE
                         MOVE PRM-ELIG-BREED TO
                             PME-VALUE (WS-PME-COUNT)
                      END-IF
                   ELSE
                      DISPLAY 'ZTPDOGOS PROMOTION ELIGIBILITY TABLE '
                          'FULL, IGNORED: ' PROMOTION-CTL-RECORD
                   END-IF
               WHEN OTHER
                   DISPLAY 'ZTPDOGOS INVALID PROMCTL RECORD IGNORED: '
                       PROMOTION-CTL-RECORD
           END-EVALUATE.

       LOAD-PROMOTION-LEDGER.
           COMPUTE WS-PROMO-OLDEST-YEAR = WS-CURRENT-YEAR - 2
           MOVE WS-RUN-DATE TO WS-PROMO-OLDEST-DATE
           MOVE WS-PROMO-OLDEST-YEAR TO WS-PROMO-OLDEST-DATE (1:4)
           OPEN INPUT PROMOTION-LEDGER-FILE
           IF PROMOTION-LEDGER-STATUS = '00'
              PERFORM UNTIL PROMOTION-LEDGER-STATUS NOT = '00'
                  READ PROMOTION-LEDGER-FILE
                  IF PROMOTION-LEDGER-STATUS = '00'
                     IF PRL-START-DATE < WS-PROMO-OLDEST-DATE
                        ADD 1 TO WS-PROMO-ROWS-DROPPED
                     ELSE
                        IF WS-PLT-COUNT < 1000
                           ADD 1 TO WS-PLT-COUNT
                           MOVE PRL-CODE TO PLT-CODE (WS-PLT-COUNT)
                           MOVE PRL-START-DATE TO
                               PLT-START-DATE (WS-PLT-COUNT)
                           MOVE PRL-SHELTER TO
                               PLT-SHELTER (WS-PLT-COUNT)
                           MOVE PRL-ADOPTIONS TO
                               PLT-ADOPTIONS (WS-PLT-COUNT)
                           MOVE PRL-FEES-CHARGED TO
                               PLT-FEES-CHARGED (WS-PLT-COUNT)
                           MOVE PRL-STANDARD-VALUE TO
                               PLT-STANDARD-VALUE (WS-PLT-COUNT)
                           MOVE PRL-GIVEN-UP TO
                               PLT-GIVEN-UP (WS-PLT-COUNT)
                           MOVE PRL-REIMBURSABLE TO
                               PLT-REIMBURSABLE (WS-PLT-COUNT)
                           MOVE PRL-UNDERCHARGES TO
                               PLT-UNDERCHARGES (WS-PLT-COUNT)
                        ELSE
                           DISPLAY 'ZTPDOGOS PROMOTION LEDGER TABLE '
                               'FULL'
                           MOVE 16 TO RETURN-CODE
                           CLOSE PROMOTION-LEDGER-FILE
                           PERFORM WRITE-AUDIT-RECORD
                           STOP RUN
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PROMOTION-LEDGER-FILE
              IF WS-PROMO-ROWS-DROPPED > 0
                 DISPLAY 'ZTPDOGOS PROMOTION LEDGER EVENTS OLDER '
                     'THAN 24 MONTHS DROPPED: ' WS-PROMO-ROWS-DROPPED
              END-IF
           ELSE
              DISPLAY 'ZTPDOGOS PROMLDG NOT AVAILABLE, STATUS: '
                  PROMOTION-LEDGER-STATUS ' - STARTING A NEW LEDGER'
           END-IF.

       VALIDATE-SPECIES.
           IF ADOPT-SPECIES = SPACE
              MOVE SPECIES-DEFAULT-CODE TO WS-EFFECTIVE-SPECIES
           ELSE
              MOVE ADOPT-SPECIES TO WS-EFFECTIVE-SPECIES
           END-IF
           MOVE 'N' TO WS-SPECIES-VALID
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WS-EFFECTIVE-SPECIES
                  MOVE 'Y' TO WS-SPECIES-VALID
                  MOVE SPECIES-CODE-COUNT TO SPECIES-IDX
               END-IF
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

       VALIDATE-BREED.
           MOVE 'Y' TO WS-BREED-VALID
           IF WS-MASTER-BREED-LOADED = 'Y'
              PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                      UNTIL WS-MASTER-IDX > WS-MASTER-BREED-COUNT
                  IF MASTER-BREED-NAME (WS-MASTER-IDX) = ADOPT-BREED
                     AND MASTER-BREED-SPECIES (WS-MASTER-IDX) =
                         WS-EFFECTIVE-SPECIES
                     PERFORM CHECK-BREED-EFFECTIVE
                     MOVE WS-MASTER-BREED-COUNT TO WS-MASTER-IDX
                  END-IF
                     MOVE CTL-SHELTER-ACTIVE TO
                         MASTER-SHELTER-ACTIVE
                             (WS-MASTER-SHELTER-COUNT)
                     MOVE CTL-SHELTER-JURISDICTION TO
                         MASTER-SHELTER-JURIS
                             (WS-MASTER-SHELTER-COUNT)
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
                         MASTER-BREED-EFF-DATE (WS-MASTER-BREED-COUNT)
                     MOVE CTL-BREED-EXP-DATE TO
                         MASTER-BREED-EXP-DATE (WS-MASTER-BREED-COUNT)
                     IF CTL-BREED-SPECIES = SPACE
                        MOVE SPECIES-DEFAULT-CODE TO
                            MASTER-BREED-SPECIES (WS-MASTER-BREED-COUNT)
                     ELSE
                        MOVE CTL-BREED-SPECIES TO
                            MASTER-BREED-SPECIES (WS-MASTER-BREED-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE BREED-CTL-FILE
       ACCUMULATE-SORTED-RECORD.
           IF WS-BUCKET-ACTIVE = 'N'
              OR SRT-SHELTER NOT = WS-CUR-SHELTER
              OR SRT-SPECIES NOT = WS-CUR-SPECIES
              OR SRT-BREED NOT = WS-CUR-BREED
              OR SRT-PERIOD NOT = WS-CUR-PERIOD
              IF WS-BUCKET-ACTIVE = 'Y'
              MOVE 'Y' TO WS-BUCKET-ACTIVE
              MOVE SRT-REGION TO WS-CUR-REGION
              MOVE SRT-SHELTER TO WS-CUR-SHELTER
              MOVE SRT-SPECIES TO WS-CUR-SPECIES
              MOVE SRT-BREED TO WS-CUR-BREED
              MOVE SRT-PERIOD TO WS-CUR-PERIOD
              MOVE 0 TO WS-CUR-NET
              MOVE 0 TO WS-CUR-FEE-ADOPT
              MOVE 0 TO WS-CUR-FEE-CHIP
              MOVE 0 TO WS-CUR-FEE-DONATION
              MOVE 0 TO WS-CUR-RET-ADOPT
              MOVE 0 TO WS-CUR-RET-CHIP
              MOVE 0 TO WS-CUR-RET-DONATION
           END-IF
           IF SRT-TRAN-TYPE = 'R'
              IF SRT-COUNT > WS-CUR-NET
                 MOVE SRT-BREED TO WS-REJ-WORK-BREED
                 MOVE SRT-SPECIES TO WS-REJ-WORK-SPECIES
                 MOVE SRT-COUNT TO WS-REJ-WORK-COUNT
                 MOVE SRT-FEE TO WS-REJ-WORK-FEE
                 MOVE SRT-SHELTER TO WS-REJ-WORK-SHELTER
                 ELSE
                    SUBTRACT SRT-FEE FROM WS-CUR-FEE-NET
                 END-IF
                 COMPUTE WS-TAX-RETURNED-BEFORE =
                     WS-CUR-RET-ADOPT + WS-CUR-RET-CHIP
                     + WS-CUR-RET-DONATION
                 PERFORM REDUCE-COMPONENT-BUCKET
                 COMPUTE WS-TAX-BASE =
                     WS-CUR-RET-ADOPT + WS-CUR-RET-CHIP
                     + WS-CUR-RET-DONATION - WS-TAX-RETURNED-BEFORE
                 MOVE 'R' TO WS-TAX-DIRECTION
                 PERFORM POST-SALES-TAX
                 ADD 1 TO WS-RECORDS-ACCUMULATED
              END-IF
           ELSE
              IF WS-CUR-NET + SRT-COUNT > 999
                 MOVE SRT-BREED TO WS-REJ-WORK-BREED
                 MOVE SRT-SPECIES TO WS-REJ-WORK-SPECIES
                 MOVE SRT-COUNT TO WS-REJ-WORK-COUNT
                 MOVE SRT-FEE TO WS-REJ-WORK-FEE
                 MOVE SRT-SHELTER TO WS-REJ-WORK-SHELTER
                 ADD SRT-COUNT TO WS-CUR-GROSS
                 ADD SRT-FEE TO WS-CUR-FEE-NET
                 PERFORM ADD-COMPONENT-BUCKET
                 MOVE SRT-FEE TO WS-TAX-BASE
                 MOVE 'S' TO WS-TAX-DIRECTION
                 PERFORM POST-SALES-TAX
                 ADD 1 TO WS-RECORDS-ACCUMULATED
              END-IF
           END-IF.
           EVALUATE SRT-FEE-COMPONENT
               WHEN 'M'
                   IF SRT-FEE > WS-CUR-FEE-CHIP
                      ADD WS-CUR-FEE-CHIP TO WS-CUR-RET-CHIP
                      MOVE 0 TO WS-CUR-FEE-CHIP
                   ELSE
                      SUBTRACT SRT-FEE FROM WS-CUR-FEE-CHIP
                      ADD SRT-FEE TO WS-CUR-RET-CHIP
                   END-IF
               WHEN 'D'
                   IF SRT-FEE > WS-CUR-FEE-DONATION
                      ADD WS-CUR-FEE-DONATION TO WS-CUR-RET-DONATION
                      MOVE 0 TO WS-CUR-FEE-DONATION
                   ELSE
                      SUBTRACT SRT-FEE FROM WS-CUR-FEE-DONATION
                      ADD SRT-FEE TO WS-CUR-RET-DONATION
                   END-IF
               WHEN OTHER
                   IF SRT-FEE > WS-CUR-FEE-ADOPT
                      ADD WS-CUR-FEE-ADOPT TO WS-CUR-RET-ADOPT
                      MOVE 0 TO WS-CUR-FEE-ADOPT
                   ELSE
                      SUBTRACT SRT-FEE FROM WS-CUR-FEE-ADOPT
                      ADD SRT-FEE TO WS-CUR-RET-ADOPT
                   END-IF
           END-EVALUATE.

       POST-SALES-TAX.
           IF WS-TAX-BASE > 0
              PERFORM FIND-TAX-RATE
              MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
              IF SRT-PERIOD > WS-CURRENT-PERIOD
                 SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-TAX-YEAR
              END-IF
              PERFORM FIND-TAX-LEDGER-ENTRY
              IF WS-TXT-MATCH NOT = 0
                 COMPUTE WS-TAX-AMOUNT ROUNDED =
                     WS-TAX-BASE * WS-TAX-RATE / 100
                 EVALUATE TRUE
                     WHEN WS-TAX-DIRECTION = 'S'
                          AND WS-TAX-RATE > 0
                         ADD WS-TAX-BASE TO
                             TXT-TAXABLE-BASE (WS-TXT-MATCH)
                         ADD WS-TAX-AMOUNT TO
                             TXT-TAX-CHARGED (WS-TXT-MATCH)
                         ADD WS-TAX-AMOUNT TO WS-TAX-CHARGED-TOTAL
                     WHEN WS-TAX-DIRECTION = 'S'
                         ADD WS-TAX-BASE TO
                             TXT-EXEMPT-BASE (WS-TXT-MATCH)
                     WHEN WS-TAX-RATE > 0
                         ADD WS-TAX-BASE TO
                             TXT-TAXABLE-RETURNS (WS-TXT-MATCH)
                         ADD WS-TAX-AMOUNT TO
                             TXT-TAX-CREDITED (WS-TXT-MATCH)
                         ADD WS-TAX-AMOUNT TO WS-TAX-CREDITED-TOTAL
                     WHEN OTHER
                         ADD WS-TAX-BASE TO
                             TXT-EXEMPT-RETURNS (WS-TXT-MATCH)
                 END-EVALUATE
              END-IF
           END-IF.

       FIND-TAX-RATE.
           MOVE SPACES TO WS-TAX-JURISDICTION
           MOVE 0 TO WS-TAX-RATE
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) = SRT-SHELTER
                  MOVE MASTER-SHELTER-JURIS (WS-SHELTER-IDX)
                      TO WS-TAX-JURISDICTION
                  MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
               END-IF
           END-PERFORM
           IF WS-TAX-JURISDICTION NOT = SPACES
              PERFORM VARYING WS-TXR-IDX FROM 1 BY 1
                      UNTIL WS-TXR-IDX > WS-TXR-COUNT
                  IF TXR-JURISDICTION (WS-TXR-IDX) = WS-TAX-JURISDICTION
                     AND TXR-COMPONENT (WS-TXR-IDX) = SRT-FEE-COMPONENT
                     AND (TXR-EFF-DATE (WS-TXR-IDX) = SPACES
                          OR TXR-EFF-DATE (WS-TXR-IDX)
                             <= WS-RUN-DATE)
                     AND (TXR-EXP-DATE (WS-TXR-IDX) = SPACES
                          OR TXR-EXP-DATE (WS-TXR-IDX)
                             >= WS-RUN-DATE)
                     MOVE TXR-RATE (WS-TXR-IDX) TO WS-TAX-RATE
                     MOVE WS-TXR-COUNT TO WS-TXR-IDX
                  END-IF
              END-PERFORM
           END-IF.

       FIND-TAX-LEDGER-ENTRY.
           MOVE 0 TO WS-TXT-MATCH
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-COUNT
               IF TXT-YEAR (WS-TXT-IDX) = WS-TAX-YEAR
                  AND TXT-PERIOD (WS-TXT-IDX) = SRT-PERIOD
                  AND TXT-JURISDICTION (WS-TXT-IDX) =
                      WS-TAX-JURISDICTION
                  AND TXT-COMPONENT (WS-TXT-IDX) = SRT-FEE-COMPONENT
                  MOVE WS-TXT-IDX TO WS-TXT-MATCH
                  MOVE WS-TXT-COUNT TO WS-TXT-IDX
               END-IF
           END-PERFORM
           IF WS-TXT-MATCH = 0
              IF WS-TXT-COUNT < 2000
                 ADD 1 TO WS-TXT-COUNT
                 MOVE WS-TXT-COUNT TO WS-TXT-MATCH
                 MOVE WS-TAX-YEAR TO TXT-YEAR (WS-TXT-MATCH)
                 MOVE SRT-PERIOD TO TXT-PERIOD (WS-TXT-MATCH)
                 MOVE WS-TAX-JURISDICTION TO
                     TXT-JURISDICTION (WS-TXT-MATCH)
                 MOVE SRT-FEE-COMPONENT TO
                     TXT-COMPONENT (WS-TXT-MATCH)
                 MOVE 0 TO TXT-TAXABLE-BASE (WS-TXT-MATCH)
                 MOVE 0 TO TXT-EXEMPT-BASE (WS-TXT-MATCH)
                 MOVE 0 TO TXT-TAX-CHARGED (WS-TXT-MATCH)
                 MOVE 0 TO TXT-TAXABLE-RETURNS (WS-TXT-MATCH)
                 MOVE 0 TO TXT-EXEMPT-RETURNS (WS-TXT-MATCH)
                 MOVE 0 TO TXT-TAX-CREDITED (WS-TXT-MATCH)
              ELSE
                 DISPLAY 'ZTPDOGOS TAX LEDGER TABLE FULL, NOT POSTED: '
                     WS-TAX-JURISDICTION ' ' SRT-SHELTER
              END-IF
           END-IF.

       FLUSH-CURRENT-BUCKET.
           MOVE WS-CUR-REGION TO ACW-REGION
           MOVE WS-CUR-SHELTER TO ACW-SHELTER
           MOVE WS-CUR-FEE-ADOPT TO ACW-FEE-ADOPT
           MOVE WS-CUR-FEE-CHIP TO ACW-FEE-CHIP
           MOVE WS-CUR-FEE-DONATION TO ACW-FEE-DONATION
           MOVE WS-CUR-RET-ADOPT TO ACW-RET-ADOPT
           MOVE WS-CUR-RET-CHIP TO ACW-RET-CHIP
           MOVE WS-CUR-RET-DONATION TO ACW-RET-DONATION
           MOVE WS-CUR-SPECIES TO ACW-SPECIES
           WRITE ACC-WORK-RECORD
           IF ACC-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDOGOS ACCWORK WRITE FAILED, STATUS: '
           MOVE WS-REJ-WORK-PERIOD TO REJ-PERIOD
           MOVE WS-REJ-WORK-TRAN TO REJ-TRAN-TYPE
           MOVE WS-REJ-WORK-COMPONENT TO REJ-FEE-COMPONENT
           MOVE WS-REJ-WORK-TO-SHELTER TO REJ-TO-SHELTER
           MOVE WS-REJ-WORK-SPECIES TO REJ-SPECIES
           WRITE ADOPT-REJ-RECORD
           ADD 1 TO WS-RECORDS-REJECTED.

              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'N' TO WS-SPECIES-OPEN
           MOVE 'N' TO WS-SHELTER-OPEN
           MOVE 'N' TO WS-REGION-OPEN
           MOVE 'Y' TO WS-MORE-RECORDS
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF WS-SPECIES-OPEN = 'Y'
              PERFORM WRITE-SPECIES-SUBTOTAL
           END-IF
           IF WS-SHELTER-OPEN = 'Y'
              PERFORM WRITE-SHELTER-SUBTOTAL
           END-IF
       WRITE-ONE-DETAIL-LINE.
           IF WS-REGION-OPEN = 'N'
              OR ACW-REGION NOT = WS-PREV-REGION
              IF WS-SPECIES-OPEN = 'Y'
                 PERFORM WRITE-SPECIES-SUBTOTAL
                 MOVE 'N' TO WS-SPECIES-OPEN
              END-IF
              IF WS-SHELTER-OPEN = 'Y'
                 PERFORM WRITE-SHELTER-SUBTOTAL
                 MOVE 'N' TO WS-SHELTER-OPEN
           END-IF
           IF WS-SHELTER-OPEN = 'N'
              OR ACW-SHELTER NOT = WS-PREV-SHELTER
              IF WS-SPECIES-OPEN = 'Y'
                 PERFORM WRITE-SPECIES-SUBTOTAL
                 MOVE 'N' TO WS-SPECIES-OPEN
              END-IF
              IF WS-SHELTER-OPEN = 'Y'
                 PERFORM WRITE-SHELTER-SUBTOTAL
              END-IF
              WRITE OUTREP-RECORD FROM WS-SHELTER-HEADER
              PERFORM CHECK-OUTREP-WRITE-STATUS
           END-IF
           MOVE ACW-SPECIES TO WS-EFFECTIVE-SPECIES
           PERFORM FIND-SPECIES-ENTRY
           IF WS-SPECIES-OPEN = 'N'
              OR ACW-SPECIES NOT = WS-PREV-SPECIES
              IF WS-SPECIES-OPEN = 'Y'
                 PERFORM WRITE-SPECIES-SUBTOTAL
              END-IF
              MOVE 'Y' TO WS-SPECIES-OPEN
              MOVE ACW-SPECIES TO WS-PREV-SPECIES
              MOVE ACW-SPECIES TO WS-SPC-HDR-CODE
              IF SPECIES-FOUND = 'Y'
                 MOVE SPECIES-NAME (SPECIES-MATCH-IDX) TO
                     WS-SPC-HDR-NAME
              ELSE
                 MOVE SPACES TO WS-SPC-HDR-NAME
              END-IF
              MOVE 0 TO WS-SPECIES-SUBTOTAL
              WRITE OUTREP-RECORD FROM WS-SPECIES-HEADER
              PERFORM CHECK-OUTREP-WRITE-STATUS
           END-IF
           INITIALIZE ADOPTED-REPORT-REC
           MOVE ACW-BREED TO OUT-DOG-BREED
           MOVE ACW-NET TO OUT-ADOPTED-AMOUNT
              MOVE 0 TO OUT-PERCENT-OF-TOTAL
           END-IF
           ADD ACW-NET TO WS-GRAND-TOTAL
           ADD ACW-NET TO WS-SPECIES-SUBTOTAL
           ADD ACW-NET TO WS-SHELTER-SUBTOTAL
           ADD ACW-NET TO WS-REGION-SUBTOTAL
           IF SPECIES-FOUND = 'Y'
              ADD ACW-NET TO SPC-TOTAL-ADOPTED (SPECIES-MATCH-IDX)
              ADD ACW-FEE-NET TO SPC-TOTAL-REVENUE (SPECIES-MATCH-IDX)
           END-IF
           WRITE OUTREP-RECORD FROM ADOPTED-REPORT-REC
           PERFORM CHECK-OUTREP-WRITE-STATUS
           IF ACW-RETURNS > 0
           MOVE ACW-PERIOD TO REV-DET-PERIOD
           MOVE ACW-SHELTER TO REV-DET-SHELTER
           MOVE ACW-FEE-NET TO REV-DET-AMOUNT
           MOVE ACW-SPECIES TO REV-DET-SPECIES
           WRITE OUTREV-RECORD FROM WS-REV-DETAIL
           IF ACW-FEE-ADOPT > 0 OR ACW-FEE-CHIP > 0
              OR ACW-FEE-DONATION > 0
           ADD ACW-FEE-DONATION TO WS-GRAND-FEE-DONATION
           ADD ACW-FEE-NET TO PERIOD-REVENUE (ACW-PERIOD)
           ADD ACW-FEE-NET TO WS-GRAND-REVENUE
           IF WS-RUN-MODE NOT = 'REGN'
              PERFORM ADD-ENTRY-TO-REV-MASTER
           END-IF
           PERFORM ADD-ENTRY-TO-YTD
           PERFORM WRITE-CSV-DETAIL-LINE.

           MOVE 'TOTAL DONATIONS     ' TO REV-CTL-LABEL
           MOVE WS-GRAND-FEE-DONATION TO REV-CTL-AMOUNT
           WRITE OUTREV-RECORD FROM WS-REV-COMP-TOTAL
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPC-TOTAL-REVENUE (SPECIES-IDX) > 0
                  MOVE SPECIES-CODE (SPECIES-IDX) TO REV-SPC-CODE
                  MOVE SPECIES-NAME (SPECIES-IDX) TO REV-SPC-NAME
                  MOVE SPC-TOTAL-REVENUE (SPECIES-IDX) TO
                      REV-SPC-AMOUNT
                  WRITE OUTREV-RECORD FROM WS-REV-SPECIES-TOTAL
               END-IF
           END-PERFORM
           MOVE WS-GRAND-REVENUE TO REV-TRL-AMOUNT
           WRITE OUTREV-RECORD FROM WS-REV-TRAILER
           PERFORM WRITE-FISCAL-YTD-SECTION.
               MOVE RVT-SHELTER (WS-RVT-IDX) TO FYT-DET-SHELTER
               MOVE RVT-PERIOD (WS-RVT-IDX) TO FYT-DET-PERIOD
               MOVE RVT-FEE-NET (WS-RVT-IDX) TO FYT-DET-AMOUNT
               MOVE RVT-SPECIES (WS-RVT-IDX) TO FYT-DET-SPECIES
               WRITE OUTREV-RECORD FROM WS-REV-FYTD-DETAIL
           END-PERFORM.

       LOAD-REVENUE-MASTER.
           MOVE 0 TO WS-RVT-COUNT
           MOVE 0 TO WS-REV-YEAR
           MOVE 'N' TO WS-REGEN-SECTION
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS = '00'
              PERFORM UNTIL REV-MAST-STATUS NOT = '00'
                  READ REV-MAST-FILE
                  MOVE 'N' TO WS-REGEN-SKIP
                  IF REV-MAST-STATUS = '00'
                     AND WS-RUN-MODE = 'REGN'
                     MOVE RVM-BREED TO WS-REGEN-SECTION-KEY
                     MOVE RVM-FEE-NET TO WS-REGEN-SECTION-YEAR
                     MOVE RVM-PERIOD TO WS-REGEN-SECTION-PERIOD
                     PERFORM SELECT-REGEN-SECTION
                  END-IF
                  IF REV-MAST-STATUS = '00'
                     AND WS-REGEN-SKIP = 'N'
                     IF RVM-BREED = WS-REV-CONTROL-KEY
                        MOVE RVM-FEE-NET TO WS-REV-YEAR
                     ELSE
                           ADD 1 TO WS-RVT-COUNT
                           MOVE RVM-BREED TO
                               RVT-BREED (WS-RVT-COUNT)
                           IF RVM-SPECIES = SPACE
                              MOVE SPECIES-DEFAULT-CODE TO
                                  RVT-SPECIES (WS-RVT-COUNT)
                           ELSE
                              MOVE RVM-SPECIES TO
                                  RVT-SPECIES (WS-RVT-COUNT)
                           END-IF
                           MOVE RVM-SHELTER TO
                               RVT-SHELTER (WS-RVT-COUNT)
                           MOVE RVM-PERIOD TO
                               RVT-PERIOD (WS-RVT-COUNT)
                           MOVE RVM-FEE-NET TO
                               RVT-FEE-NET (WS-RVT-COUNT)
                           MOVE RVM-FEE-ADOPT TO
                               RVT-FEE-ADOPT (WS-RVT-COUNT)
                           MOVE RVM-FEE-CHIP TO
                               RVT-FEE-CHIP (WS-RVT-COUNT)
                           MOVE RVM-FEE-DONATION TO
                               RVT-FEE-DONATION (WS-RVT-COUNT)
                           IF RVM-NET-COUNT IS NUMERIC
                              MOVE RVM-NET-COUNT TO
                                  RVT-NET-COUNT (WS-RVT-COUNT)
                           ELSE
                              MOVE 0 TO RVT-NET-COUNT (WS-RVT-COUNT)
                           END-IF
                        ELSE
                           DISPLAY 'ZTPDOGOS REVENUE TABLE FULL, '
                               'DISCARDED: ' RVM-BREED
           PERFORM VARYING WS-RVT-IDX FROM 1 BY 1
                   UNTIL WS-RVT-IDX > WS-RVT-COUNT
               IF RVT-BREED (WS-RVT-IDX) = ACW-BREED
                  AND RVT-SPECIES (WS-RVT-IDX) = ACW-SPECIES
                  AND RVT-SHELTER (WS-RVT-IDX) = ACW-SHELTER
                  AND RVT-PERIOD (WS-RVT-IDX) = ACW-PERIOD
                  MOVE WS-RVT-IDX TO WS-RVT-MATCH
                 ADD 1 TO WS-RVT-COUNT
                 MOVE WS-RVT-COUNT TO WS-RVT-MATCH
                 MOVE ACW-BREED TO RVT-BREED (WS-RVT-MATCH)
                 MOVE ACW-SPECIES TO RVT-SPECIES (WS-RVT-MATCH)
                 MOVE ACW-SHELTER TO RVT-SHELTER (WS-RVT-MATCH)
                 MOVE ACW-PERIOD TO RVT-PERIOD (WS-RVT-MATCH)
                 MOVE 0 TO RVT-FEE-NET (WS-RVT-MATCH)
                 MOVE 0 TO RVT-FEE-ADOPT (WS-RVT-MATCH)
                 MOVE 0 TO RVT-FEE-CHIP (WS-RVT-MATCH)
                 MOVE 0 TO RVT-FEE-DONATION (WS-RVT-MATCH)
                 MOVE 0 TO RVT-NET-COUNT (WS-RVT-MATCH)
              ELSE
                 DISPLAY 'ZTPDOGOS REVENUE TABLE FULL, DISCARDED: '
                     ACW-BREED
           END-IF
           IF WS-RVT-MATCH NOT = 0
              ADD ACW-FEE-NET TO RVT-FEE-NET (WS-RVT-MATCH)
              ADD ACW-FEE-ADOPT TO RVT-FEE-ADOPT (WS-RVT-MATCH)
              ADD ACW-FEE-CHIP TO RVT-FEE-CHIP (WS-RVT-MATCH)
              ADD ACW-FEE-DONATION TO
                  RVT-FEE-DONATION (WS-RVT-MATCH)
              ADD ACW-NET TO RVT-NET-COUNT (WS-RVT-MATCH)
           END-IF.

       SAVE-REVENUE-MASTER.
              MOVE SPACES TO REV-MAST-RECORD
              MOVE WS-REV-CONTROL-KEY TO RVM-BREED
              MOVE WS-REV-YEAR TO RVM-FEE-NET
              MOVE 0 TO RVM-FEE-ADOPT
              MOVE 0 TO RVM-FEE-CHIP
              MOVE 0 TO RVM-FEE-DONATION
              MOVE 0 TO RVM-NET-COUNT
              WRITE REV-MAST-RECORD
              PERFORM VARYING WS-RVT-IDX FROM 1 BY 1
                      UNTIL WS-RVT-IDX > WS-RVT-COUNT
                  MOVE RVT-BREED (WS-RVT-IDX) TO RVM-BREED
                  MOVE RVT-SPECIES (WS-RVT-IDX) TO RVM-SPECIES
                  MOVE RVT-SHELTER (WS-RVT-IDX) TO RVM-SHELTER
                  MOVE RVT-PERIOD (WS-RVT-IDX) TO RVM-PERIOD
                  MOVE RVT-FEE-NET (WS-RVT-IDX) TO RVM-FEE-NET
                  MOVE RVT-FEE-ADOPT (WS-RVT-IDX) TO RVM-FEE-ADOPT
                  MOVE RVT-FEE-CHIP (WS-RVT-IDX) TO RVM-FEE-CHIP
                  MOVE RVT-FEE-DONATION (WS-RVT-IDX) TO
                      RVM-FEE-DONATION
                  MOVE RVT-NET-COUNT (WS-RVT-IDX) TO RVM-NET-COUNT
                  WRITE REV-MAST-RECORD
              END-PERFORM
              CLOSE REV-MAST-FILE
              MOVE SPACES TO REV-MAST-RECORD
              MOVE WS-REV-CONTROL-KEY TO RVM-BREED
              MOVE WS-REV-YEAR TO RVM-FEE-NET
              MOVE 0 TO RVM-FEE-ADOPT
              MOVE 0 TO RVM-FEE-CHIP
              MOVE 0 TO RVM-FEE-DONATION
              MOVE 0 TO RVM-NET-COUNT
              MOVE REV-MAST-RECORD TO REV-ARCH-RECORD
              WRITE REV-ARCH-RECORD
              PERFORM VARYING WS-RVT-IDX FROM 1 BY 1
                      UNTIL WS-RVT-IDX > WS-RVT-COUNT
                  MOVE RVT-BREED (WS-RVT-IDX) TO RVM-BREED
                  MOVE RVT-SPECIES (WS-RVT-IDX) TO RVM-SPECIES
                  MOVE RVT-SHELTER (WS-RVT-IDX) TO RVM-SHELTER
                  MOVE RVT-PERIOD (WS-RVT-IDX) TO RVM-PERIOD
                  MOVE RVT-FEE-NET (WS-RVT-IDX) TO RVM-FEE-NET
                  MOVE RVT-FEE-ADOPT (WS-RVT-IDX) TO RVM-FEE-ADOPT
                  MOVE RVT-FEE-CHIP (WS-RVT-IDX) TO RVM-FEE-CHIP
                  MOVE RVT-FEE-DONATION (WS-RVT-IDX) TO
                      RVM-FEE-DONATION
                  MOVE RVT-NET-COUNT (WS-RVT-IDX) TO RVM-NET-COUNT
                  MOVE REV-MAST-RECORD TO REV-ARCH-RECORD
                  WRITE REV-ARCH-RECORD
              END-PERFORM
           WRITE OUTREP-RECORD FROM WS-SHELTER-TRAILER
           PERFORM CHECK-OUTREP-WRITE-STATUS.

       WRITE-SPECIES-SUBTOTAL.
           MOVE WS-PREV-SPECIES TO WS-SPC-TRL-CODE
           MOVE WS-SPECIES-SUBTOTAL TO WS-SPC-TRL-TOTAL
           WRITE OUTREP-RECORD FROM WS-SPECIES-TRAILER
           PERFORM CHECK-OUTREP-WRITE-STATUS.

       WRITE-REGION-SUBTOTAL.
           MOVE WS-PREV-REGION TO WS-RGN-TRL-ID
           MOVE WS-REGION-SUBTOTAL TO WS-RGN-TRL-TOTAL
       LOAD-YTD-MASTER.
           MOVE 0 TO WS-YTD-COUNT
           MOVE 0 TO WS-YTD-YEAR
           MOVE 'N' TO WS-REGEN-SECTION
           OPEN INPUT YTD-MAST-FILE
           IF YTD-MAST-STATUS = '00'
              PERFORM UNTIL YTD-MAST-STATUS NOT = '00'
                  READ YTD-MAST-FILE
                  MOVE 'N' TO WS-REGEN-SKIP
                  IF YTD-MAST-STATUS = '00'
                     AND WS-RUN-MODE = 'REGN'
                     MOVE YTD-BREED TO WS-REGEN-SECTION-KEY
                     MOVE YTD-COUNT TO WS-REGEN-SECTION-YEAR
                     MOVE YTD-PERIOD TO WS-REGEN-SECTION-PERIOD
                     PERFORM SELECT-REGEN-SECTION
                  END-IF
                  IF YTD-MAST-STATUS = '00'
                     AND WS-REGEN-SKIP = 'N'
                     IF YTD-BREED = WS-YTD-CONTROL-KEY
                        MOVE YTD-COUNT TO WS-YTD-YEAR
                     ELSE
                        MOVE YTD-BREED TO WS-ALIAS-WORK-NAME
                        PERFORM FOLD-BREED-ALIAS
                        IF YTD-SPECIES = SPACE
                           MOVE SPECIES-DEFAULT-CODE TO
                               WS-YTD-LOAD-SPECIES
                        ELSE
                           MOVE YTD-SPECIES TO WS-YTD-LOAD-SPECIES
                        END-IF
                        PERFORM MERGE-YTD-LOAD-ENTRY
                     END-IF
                  END-IF
           END-IF.

       LOAD-PRIOR-YEAR-ARCHIVE.
           MOVE 'N' TO WS-REGEN-SECTION
           OPEN INPUT YTD-ARCHP-FILE
           IF YTD-ARCHP-STATUS = '00'
              PERFORM UNTIL YTD-ARCHP-STATUS NOT = '00'
                  READ YTD-ARCHP-FILE
                  MOVE 'N' TO WS-REGEN-SKIP
                  IF YTD-ARCHP-STATUS = '00'
                     AND WS-RUN-MODE = 'REGN'
                     MOVE ARP-BREED TO WS-REGEN-SECTION-KEY
                     MOVE ARP-COUNT TO WS-REGEN-SECTION-YEAR
                     MOVE '00' TO WS-REGEN-SECTION-PERIOD
                     MOVE WS-REGEN-PRIOR-YEAR TO WS-REGEN-WANTED-YEAR
                     PERFORM SELECT-REGEN-SECTION
                     MOVE WS-REGEN-YEAR TO WS-REGEN-WANTED-YEAR
                  END-IF
                  IF YTD-ARCHP-STATUS = '00'
                     AND WS-REGEN-SKIP = 'N'
                     IF ARP-BREED = WS-YTD-CONTROL-KEY
                        MOVE ARP-COUNT (2:4) TO WS-PRIOR-YEAR
                     ELSE
                           PERFORM FOLD-BREED-ALIAS
                           MOVE WS-ALIAS-WORK-NAME TO
                               PYT-BREED (WS-PYT-COUNT)
                           IF ARP-SPECIES = SPACE
                              MOVE SPECIES-DEFAULT-CODE TO
                                  PYT-SPECIES (WS-PYT-COUNT)
                           ELSE
                              MOVE ARP-SPECIES TO
                                  PYT-SPECIES (WS-PYT-COUNT)
                           END-IF
                           MOVE ARP-PERIOD TO
                               PYT-PERIOD (WS-PYT-COUNT)
                           MOVE ARP-COUNT TO
                  'STATUS: ' YTD-ARCHP-STATUS
           END-IF.

       SELECT-REGEN-SECTION.
           IF WS-REGEN-SECTION-KEY = WS-YTD-CONTROL-KEY
              OR WS-REGEN-SECTION-KEY = WS-REV-CONTROL-KEY
              EVALUATE TRUE
                  WHEN WS-REGEN-SECTION = 'N'
                       AND WS-REGEN-SECTION-YEAR = WS-REGEN-WANTED-YEAR
                      MOVE 'Y' TO WS-REGEN-SECTION
                  WHEN WS-REGEN-SECTION = 'Y'
                      MOVE 'D' TO WS-REGEN-SECTION
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF WS-REGEN-SECTION NOT = 'Y'
                 MOVE 'Y' TO WS-REGEN-SKIP
              END-IF
           ELSE
              IF WS-REGEN-SECTION NOT = 'Y'
                 OR WS-REGEN-SECTION-PERIOD > WS-RUN-DATE (5:2)
                 MOVE 'Y' TO WS-REGEN-SKIP
              END-IF
           END-IF.

       FIND-PRIOR-YEAR-COUNT.
           MOVE 'N' TO WS-LY-FOUND
           MOVE 0 TO WS-LY-COUNT
                   UNTIL WS-PYT-IDX > WS-PYT-COUNT
               IF PYT-BREED (WS-PYT-IDX) =
                      YTD-TBL-BREED (WS-YTD-IDX)
                  AND PYT-SPECIES (WS-PYT-IDX) =
                      YTD-TBL-SPECIES (WS-YTD-IDX)
                  AND PYT-PERIOD (WS-PYT-IDX) =
                      YTD-TBL-PERIOD (WS-YTD-IDX)
                  MOVE 'Y' TO WS-LY-FOUND
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF YTD-TBL-BREED (WS-YTD-IDX) = WS-ALIAS-WORK-NAME
                  AND YTD-TBL-SPECIES (WS-YTD-IDX) =
                      WS-YTD-LOAD-SPECIES
                  AND YTD-TBL-PERIOD (WS-YTD-IDX) = YTD-PERIOD
                  MOVE WS-YTD-IDX TO WS-YTD-MATCH-IDX
                  MOVE WS-YTD-COUNT TO WS-YTD-IDX
                 ADD 1 TO WS-YTD-COUNT
                 MOVE WS-ALIAS-WORK-NAME TO
                     YTD-TBL-BREED (WS-YTD-COUNT)
                 MOVE WS-YTD-LOAD-SPECIES TO
                     YTD-TBL-SPECIES (WS-YTD-COUNT)
                 MOVE YTD-PERIOD TO YTD-TBL-PERIOD (WS-YTD-COUNT)
                 MOVE YTD-COUNT TO YTD-TBL-COUNT (WS-YTD-COUNT)
                 MOVE 0 TO YTD-TBL-CURRENT (WS-YTD-COUNT)
              PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                      UNTIL WS-YTD-IDX > WS-YTD-COUNT
                  MOVE YTD-TBL-BREED (WS-YTD-IDX) TO YTD-BREED
                  MOVE YTD-TBL-SPECIES (WS-YTD-IDX) TO YTD-SPECIES
                  MOVE YTD-TBL-PERIOD (WS-YTD-IDX) TO YTD-PERIOD
                  MOVE YTD-TBL-COUNT (WS-YTD-IDX) TO YTD-COUNT
                  MOVE YTD-MAST-RECORD TO YTD-ARCH-RECORD
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF YTD-TBL-BREED (WS-YTD-IDX) = ACW-BREED
                  AND YTD-TBL-SPECIES (WS-YTD-IDX) = ACW-SPECIES
                  AND YTD-TBL-PERIOD (WS-YTD-IDX) = ACW-PERIOD
                  MOVE WS-YTD-IDX TO WS-YTD-MATCH-IDX
                  MOVE WS-YTD-COUNT TO WS-YTD-IDX
              IF WS-YTD-COUNT < 200
                 ADD 1 TO WS-YTD-COUNT
                 MOVE ACW-BREED TO YTD-TBL-BREED (WS-YTD-COUNT)
                 MOVE ACW-SPECIES TO YTD-TBL-SPECIES (WS-YTD-COUNT)
                 MOVE ACW-PERIOD TO YTD-TBL-PERIOD (WS-YTD-COUNT)
                 MOVE 0 TO YTD-TBL-COUNT (WS-YTD-COUNT)
                 MOVE 0 TO YTD-TBL-CURRENT (WS-YTD-COUNT)
              END-IF
           END-IF
           IF WS-YTD-MATCH-IDX NOT = 0
              IF WS-RUN-MODE NOT = 'REGN'
                 ADD ACW-NET TO YTD-TBL-COUNT (WS-YTD-MATCH-IDX)
              END-IF
              ADD ACW-NET TO YTD-TBL-CURRENT (WS-YTD-MATCH-IDX)
           END-IF.

              PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                      UNTIL WS-YTD-IDX > WS-YTD-COUNT
                  MOVE YTD-TBL-BREED (WS-YTD-IDX) TO YTD-BREED
                  MOVE YTD-TBL-SPECIES (WS-YTD-IDX) TO YTD-SPECIES
                  MOVE YTD-TBL-PERIOD (WS-YTD-IDX) TO YTD-PERIOD
                  MOVE YTD-TBL-COUNT (WS-YTD-IDX) TO YTD-COUNT
                  WRITE YTD-MAST-RECORD
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               MOVE YTD-TBL-BREED (WS-YTD-IDX) TO YTD-DET-BREED
               MOVE YTD-TBL-PERIOD (WS-YTD-IDX) TO YTD-DET-PERIOD
               MOVE YTD-TBL-SPECIES (WS-YTD-IDX) TO YTD-DET-SPECIES
               MOVE YTD-TBL-COUNT (WS-YTD-IDX) TO YTD-DET-YTD
               MOVE YTD-TBL-CURRENT (WS-YTD-IDX) TO YTD-DET-CURRENT
               PERFORM FIND-PRIOR-YEAR-COUNT
              MOVE WS-RUN-DATE TO RNK-HDR-RUN-DATE
              MOVE WS-RANK-LIMIT TO RNK-HDR-LIMIT
              WRITE OUTRNK-RECORD FROM WS-RNK-HEADER
              IF WS-RUN-MODE = 'REGN'
                 WRITE OUTRNK-RECORD FROM WS-REGEN-BANNER
              END-IF
              PERFORM VARYING WS-RNK-PERIOD FROM 1 BY 1
                      UNTIL WS-RNK-PERIOD > 12
                  PERFORM RANK-ONE-PERIOD
               IF YTD-TBL-PERIOD (WS-YTD-IDX) = WS-RNK-PERIOD
                  AND YTD-TBL-CURRENT (WS-YTD-IDX) > 0
                  ADD 1 TO WS-RNK-COUNT
               END-IF
           END-PERFORM
           IF WS-RNK-COUNT = 0
              CONTINUE
           ELSE
              MOVE WS-RNK-PERIOD TO RNK-PER-HDR-PERIOD
              MOVE WS-MONTH-NAME (WS-RNK-PERIOD) TO RNK-PER-HDR-NAME
              WRITE OUTRNK-RECORD FROM WS-RNK-PERIOD-HEADER
              PERFORM VARYING WS-RNK-SPECIES-IDX FROM 1 BY 1
                      UNTIL WS-RNK-SPECIES-IDX > SPECIES-CODE-COUNT
                  PERFORM RANK-ONE-SPECIES
              END-PERFORM
           END-IF.

       RANK-ONE-SPECIES.
           MOVE 0 TO WS-RNK-COUNT
           MOVE 0 TO WS-RNK-SPECIES-TOTAL
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF YTD-TBL-PERIOD (WS-YTD-IDX) = WS-RNK-PERIOD
                  AND YTD-TBL-SPECIES (WS-YTD-IDX) =
                      SPECIES-CODE (WS-RNK-SPECIES-IDX)
                  AND YTD-TBL-CURRENT (WS-YTD-IDX) > 0
                  ADD 1 TO WS-RNK-COUNT
                  MOVE WS-YTD-IDX TO RNK-IDX-ENTRY (WS-RNK-COUNT)
                  ADD YTD-TBL-CURRENT (WS-YTD-IDX) TO
                      WS-RNK-SPECIES-TOTAL
               END-IF
           END-PERFORM
           IF WS-RNK-COUNT = 0
              CONTINUE
           ELSE
              PERFORM SORT-RANK-INDEXES
              MOVE SPECIES-CODE (WS-RNK-SPECIES-IDX) TO
                  RNK-SPC-HDR-CODE
              MOVE SPECIES-NAME (WS-RNK-SPECIES-IDX) TO
                  RNK-SPC-HDR-NAME
              WRITE OUTRNK-RECORD FROM WS-RNK-SPECIES-HEADER
              MOVE 0 TO WS-RNK-OTHERS
              MOVE 0 TO WS-RNK-LISTED
              PERFORM VARYING WS-RNK-I FROM 1 BY 1
                         TO RNK-DET-BREED
                     MOVE YTD-TBL-CURRENT (RNK-IDX-ENTRY (WS-RNK-I))
                         TO RNK-DET-AMOUNT
                     COMPUTE RNK-DET-PERCENT =
                         YTD-TBL-CURRENT (RNK-IDX-ENTRY (WS-RNK-I))
                         * 100 / WS-RNK-SPECIES-TOTAL
                     WRITE OUTRNK-RECORD FROM WS-RNK-DETAIL
                  ELSE
                     ADD YTD-TBL-CURRENT (RNK-IDX-ENTRY (WS-RNK-I))
              END-PERFORM
              IF WS-RNK-OTHERS > 0
                 MOVE WS-RNK-OTHERS TO RNK-OTH-AMOUNT
                 COMPUTE RNK-OTH-PERCENT = WS-RNK-OTHERS * 100 /
                     WS-RNK-SPECIES-TOTAL
                 WRITE OUTRNK-RECORD FROM WS-RNK-OTHERS-LINE
              END-IF
              MOVE SPECIES-NAME (WS-RNK-SPECIES-IDX) TO
                  RNK-SPC-TRL-NAME
              MOVE WS-RNK-SPECIES-TOTAL TO RNK-SPC-TRL-AMOUNT
              IF PERIOD-TOTAL (WS-RNK-PERIOD) > 0
                 COMPUTE RNK-SPC-TRL-PERCENT =
                     WS-RNK-SPECIES-TOTAL * 100 /
                     PERIOD-TOTAL (WS-RNK-PERIOD)
              ELSE
                 MOVE 0 TO RNK-SPC-TRL-PERCENT
              END-IF
              WRITE OUTRNK-RECORD FROM WS-RNK-SPECIES-TOTAL-LINE
           END-IF.

       SORT-RANK-INDEXES.
               FUNCTION TRIM(WS-MONTH-NAME (ACW-PERIOD))
               ','
               ACW-SHELTER
               ','
               ACW-SPECIES
               DELIMITED BY SIZE INTO OUTCSV-RECORD
           WRITE OUTCSV-RECORD
           ADD 1 TO WS-ACC-WORK-COUNT
