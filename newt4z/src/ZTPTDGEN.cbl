       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDG-PARM-FILE ASSIGN TDGPARM
           FILE STATUS IS TDG-PARM-STATUS.
           SELECT BREED-CTL-FILE ASSIGN BREEDCTL
           FILE STATUS IS BREED-CTL-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT FEE-CTL-FILE ASSIGN FEECTL
           FILE STATUS IS FEE-CTL-STATUS.
           SELECT ADOPTS-01-FILE ASSIGN ADOPTS01
           FILE STATUS IS ADOPTS-01-STATUS.
           SELECT ADOPTS-02-FILE ASSIGN ADOPTS02
           FILE STATUS IS ADOPTS-02-STATUS.
           SELECT ADOPTS-03-FILE ASSIGN ADOPTS03
           FILE STATUS IS ADOPTS-03-STATUS.
           SELECT ADOPTS-04-FILE ASSIGN ADOPTS04
           FILE STATUS IS ADOPTS-04-STATUS.
           SELECT ADOPTS-05-FILE ASSIGN ADOPTS05
           FILE STATUS IS ADOPTS-05-STATUS.
           SELECT ADOPT-DTL-FILE ASSIGN ADOPTDTL
           FILE STATUS IS ADOPT-DTL-STATUS.
           SELECT ADP-PEND-FILE ASSIGN ADPPEND
           FILE STATUS IS ADP-PEND-STATUS.
           SELECT CUST-EXT-FILE ASSIGN CUSTEXT
           FILE STATUS IS CUST-EXT-STATUS.
           SELECT KSDS-LOAD-FILE ASSIGN KSDSLOAD
           FILE STATUS IS KSDS-LOAD-STATUS.
           SELECT SYSIN1-FILE ASSIGN SYSIN1
           FILE STATUS IS SYSIN1-STATUS.
           SELECT TDG-RPT-FILE ASSIGN TDGRPT
           FILE STATUS IS TDG-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TDG-PARM-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TDG-PARM-RECORD.
           05  TDP-SEED PIC 9(9).
           05  TDP-FEED-COUNT PIC 9(1).
           05  TDP-FEED-RECORDS PIC 9(5).
           05  TDP-PENDING-RECORDS PIC 9(5).
           05  TDP-CUSTOMERS PIC 9(5).
           05  TDP-ERROR-PCT PIC 9(2).
           05  TDP-RETURN-PCT PIC 9(2).
           05  TDP-TRANSFER-PCT PIC 9(2).
           05  FILLER PIC X(49).
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
           05  CTL-FEE-BREED PIC X(30).
           05  CTL-FEE-STANDARD PIC 9(5)V99.
           05  CTL-FEE-FLOOR PIC 9(5)V99.
           05  CTL-FEE-EFF-DATE PIC X(8).
           05  CTL-FEE-EXP-DATE PIC X(8).
       FD  ADOPTS-01-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-01-RECORD PIC X(58).
       FD  ADOPTS-02-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-02-RECORD PIC X(58).
       FD  ADOPTS-03-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-03-RECORD PIC X(58).
       FD  ADOPTS-04-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-04-RECORD PIC X(58).
       FD  ADOPTS-05-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-05-RECORD PIC X(58).
       FD  ADOPT-DTL-FILE RECORD CONTAINS 86 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-DTL-RECORD.
           05  DTL-ANIMAL-ID PIC X(10).
           05  DTL-BREED PIC X(30).
           05  DTL-SHELTER PIC X(4).
           05  DTL-ADOPT-DATE PIC X(8).
           05  DTL-CUSTOMER-ID PIC X(8).
           05  DTL-FEE-ADOPT PIC 9(5)V99.
           05  DTL-FEE-CHIP PIC 9(5)V99.
           05  DTL-FEE-DONATION PIC 9(5)V99.
           05  DTL-SPECIES PIC X(1).
           05  DTL-STERIL-REQUIRED PIC X(1).
           05  DTL-STERIL-DAYS PIC 9(3).
       FD  ADP-PEND-FILE RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  ADP-PEND-RECORD.
           05  PND-STATUS PIC X(1).
           05  PND-USERID PIC X(8).
           05  PND-TIMESTAMP PIC X(21).
           05  PND-BREED PIC X(30).
           05  PND-PERIOD PIC X(2).
           05  PND-SHELTER PIC X(4).
           05  PND-TRAN-TYPE PIC X(1).
           05  PND-FEE PIC X(7).
           05  PND-FEE-COMPONENT PIC X(1).
           05  PND-COUNT PIC X(3).
           05  PND-RESUBMIT-FLAG PIC X(1).
           05  PND-RETURN-REASON PIC X(3).
           05  PND-TO-SHELTER PIC X(4).
           05  PND-CUSTOMER-ID PIC X(8).
           05  PND-SPECIES PIC X(1).
           05  PND-PROMO-CODE PIC X(1).
       FD  CUST-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-EXT-RECORD PIC X(75).
       FD  KSDS-LOAD-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPKSDSR.
       FD  SYSIN1-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SYSIN1-RECORD.
           05  SYI-LANG-CODE PIC X(2).
           05  FILLER PIC X(1).
           05  SYI-NAMES PIC X(77).
       FD  TDG-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TDG-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  TDG-PARM-STATUS PIC X(2).
       01  BREED-CTL-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  FEE-CTL-STATUS PIC X(2).
       01  ADOPTS-01-STATUS PIC X(2).
       01  ADOPTS-02-STATUS PIC X(2).
       01  ADOPTS-03-STATUS PIC X(2).
       01  ADOPTS-04-STATUS PIC X(2).
       01  ADOPTS-05-STATUS PIC X(2).
       01  ADOPT-DTL-STATUS PIC X(2).
       01  ADP-PEND-STATUS PIC X(2).
       01  CUST-EXT-STATUS PIC X(2).
       01  KSDS-LOAD-STATUS PIC X(2).
       01  SYSIN1-STATUS PIC X(2).
       01  TDG-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-PARMS-ADJUSTED PIC X(1) VALUE 'N'.
       01  WS-OUT-STATUS PIC X(2).
       01  WS-OUT-DD PIC X(8).
       01  WS-GEN-PARMS.
           05  WS-SEED PIC 9(9) VALUE 12345.
           05  WS-FEED-COUNT PIC 9(1) VALUE 5.
           05  WS-FEED-RECORDS PIC 9(5) VALUE 200.
           05  WS-PENDING-RECORDS PIC 9(5) VALUE 50.
           05  WS-CUSTOMERS PIC 9(5) VALUE 100.
           05  WS-ERROR-PCT PIC 9(2) VALUE 5.
           05  WS-RETURN-PCT PIC 9(2) VALUE 10.
           05  WS-TRANSFER-PCT PIC 9(2) VALUE 5.
       01  WS-RANDOM-SEED PIC 9(10).
       01  WS-RANDOM-RANGE PIC 9(7).
       01  WS-RANDOM-PICK PIC 9(7).
       01  WS-SLOT-SEQ PIC 9(7).
       01  WS-SLOT-PCT PIC 9(2).
       01  WS-SLOT-NOW PIC 9(9).
       01  WS-SLOT-PRIOR PIC 9(9).
       01  WS-SLOT-HIT PIC X(1).
       01  BREED-TABLE.
           05  BRD-ENTRY OCCURS 100 TIMES.
               10  BRD-NAME PIC X(30).
               10  BRD-SPECIES PIC X(1).
       01  WS-BRD-COUNT PIC 9(3) VALUE 0.
       01  WS-BRD-IDX PIC 9(3).
       01  SHELTER-TABLE.
           05  SHL-CODE OCCURS 50 TIMES PIC X(4).
       01  WS-SHL-COUNT PIC 9(2) VALUE 0.
       01  WS-SHL-IDX PIC 9(2).
       01  WS-TO-SHL-IDX PIC 9(2).
       01  FEE-TABLE.
           05  FEE-ENTRY OCCURS 50 TIMES.
               10  FEE-BREED PIC X(30).
               10  FEE-STANDARD PIC 9(5)V99.
               10  FEE-FLOOR PIC 9(5)V99.
       01  WS-FEE-COUNT PIC 9(2) VALUE 0.
       01  WS-FEE-IDX PIC 9(2).
       01  WS-FEE-MATCH PIC 9(2).
       01  WS-FEE-AMOUNT PIC 9(5)V99.
       01  WS-FEE-TEXT REDEFINES WS-FEE-AMOUNT PIC X(7).
       01  WS-FEE-SPREAD PIC 9(7).
       01  WS-DEFAULT-FEE PIC 9(5)V99 VALUE 150.00.
       01  FIRST-NAME-VALUES.
           05  FILLER PIC X(8) VALUE 'ALDEN'.
           05  FILLER PIC X(8) VALUE 'BRYONY'.
           05  FILLER PIC X(8) VALUE 'CASPIAN'.
           05  FILLER PIC X(8) VALUE 'DELPHINE'.
           05  FILLER PIC X(8) VALUE 'EVANDER'.
           05  FILLER PIC X(8) VALUE 'FENWICK'.
           05  FILLER PIC X(8) VALUE 'GRISELDA'.
           05  FILLER PIC X(8) VALUE 'HOLLIS'.
           05  FILLER PIC X(8) VALUE 'IMOGEN'.
           05  FILLER PIC X(8) VALUE 'JASPER'.
           05  FILLER PIC X(8) VALUE 'KESTREL'.
           05  FILLER PIC X(8) VALUE 'LORCAN'.
           05  FILLER PIC X(8) VALUE 'MIRABEL'.
           05  FILLER PIC X(8) VALUE 'NASH'.
           05  FILLER PIC X(8) VALUE 'ODILE'.
           05  FILLER PIC X(8) VALUE 'PERCIVAL'.
           05  FILLER PIC X(8) VALUE 'QUILLAN'.
           05  FILLER PIC X(8) VALUE 'ROSALIE'.
           05  FILLER PIC X(8) VALUE 'SILAS'.
           05  FILLER PIC X(8) VALUE 'TAMSIN'.
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  FIRST-NAME OCCURS 20 TIMES PIC X(8).
       01  LAST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'ASHGROVE'.
           05  FILLER PIC X(10) VALUE 'BRACKWELL'.
           05  FILLER PIC X(10) VALUE 'CINDERBY'.
           05  FILLER PIC X(10) VALUE 'DUNMORE'.
           05  FILLER PIC X(10) VALUE 'ELDERTON'.
           05  FILLER PIC X(10) VALUE 'FAIRHOLME'.
           05  FILLER PIC X(10) VALUE 'GLENDOWER'.
           05  FILLER PIC X(10) VALUE 'HARROWAY'.
           05  FILLER PIC X(10) VALUE 'INGLEBY'.
           05  FILLER PIC X(10) VALUE 'JESSOP'.
           05  FILLER PIC X(10) VALUE 'KILBRIDE'.
           05  FILLER PIC X(10) VALUE 'LANGDALE'.
           05  FILLER PIC X(10) VALUE 'MARCHBANK'.
           05  FILLER PIC X(10) VALUE 'NETHERBY'.
           05  FILLER PIC X(10) VALUE 'ORMESBY'.
           05  FILLER PIC X(10) VALUE 'PENDLEBURY'.
           05  FILLER PIC X(10) VALUE 'QUARRINGTN'.
           05  FILLER PIC X(10) VALUE 'ROOKSBY'.
           05  FILLER PIC X(10) VALUE 'STAVELEY'.
           05  FILLER PIC X(10) VALUE 'THORNLEY'.
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05  LAST-NAME OCCURS 20 TIMES PIC X(10).
       01  STREET-NAME-VALUES.
           05  FILLER PIC X(16) VALUE 'ALDER LANE'.
           05  FILLER PIC X(16) VALUE 'BIRCH AVENUE'.
           05  FILLER PIC X(16) VALUE 'CEDAR COURT'.
           05  FILLER PIC X(16) VALUE 'DOVE STREET'.
           05  FILLER PIC X(16) VALUE 'ELM ROAD'.
           05  FILLER PIC X(16) VALUE 'FERN CLOSE'.
           05  FILLER PIC X(16) VALUE 'GORSE WAY'.
           05  FILLER PIC X(16) VALUE 'HAZEL DRIVE'.
       01  STREET-NAME-TABLE REDEFINES STREET-NAME-VALUES.
           05  STREET-NAME OCCURS 8 TIMES PIC X(16).
       01  CITY-VALUES.
           05  FILLER PIC X(20) VALUE 'BRIARWOOD      NY114'.
           05  FILLER PIC X(20) VALUE 'CLOVERDALE     OH441'.
           05  FILLER PIC X(20) VALUE 'FOXHOLLOW      PA190'.
           05  FILLER PIC X(20) VALUE 'MAPLEMERE      WI537'.
           05  FILLER PIC X(20) VALUE 'PINECREST      OR973'.
           05  FILLER PIC X(20) VALUE 'RIVERBEND      TX787'.
       01  CITY-TABLE REDEFINES CITY-VALUES.
           05  CITY-ENTRY OCCURS 6 TIMES.
               10  CITY-NAME PIC X(15).
               10  CITY-STATE PIC X(2).
               10  CITY-POSTAL-PREFIX PIC X(3).
       01  CUSTOMER-POOL-TABLE.
           05  CUS-ENTRY OCCURS 500 TIMES.
               10  CUS-NUMBER PIC X(8).
               10  CUS-NAME PIC X(20).
               10  CUS-STREET PIC X(20).
               10  CUS-CITY PIC X(15).
               10  CUS-STATE PIC X(2).
               10  CUS-POSTAL PIC X(10).
       01  WS-CUS-COUNT PIC 9(3) VALUE 0.
       01  WS-CUS-IDX PIC 9(3).
       01  WS-CUS-BASE PIC 9(7) VALUE 9900000.
       01  WS-HOUSE-NUMBER PIC 9(3).
       01  WS-POSTAL-SUFFIX PIC 9(2).
       01  WS-FIRST-IDX PIC 9(2).
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  WS-BAD-DIGIT PIC 9(1).
       COPY ZTPENVCP.
       01  WS-HASH-TOTAL PIC 9(12).
       01  WS-HASH-COUNT PIC 9(8).
       01  WS-BYTE-IDX PIC 9(2).
       01  WS-ADOPT-RECORD.
           05  GA-BREED PIC X(30).
           05  GA-PERIOD PIC X(2).
           05  GA-SHELTER PIC X(4).
           05  GA-TRAN-TYPE PIC X(1).
           05  GA-FEE-AMOUNT PIC 9(5)V99.
           05  GA-FEE-COMPONENT PIC X(1).
           05  GA-RETURN-REASON PIC X(3).
           05  GA-RESUBMIT-FLAG PIC X(1).
           05  GA-TO-SHELTER PIC X(4).
           05  GA-SPECIES PIC X(1).
           05  FILLER PIC X(1).
           05  GA-COUNT PIC 9(3).
       01  WS-FEED-IDX PIC 9(1).
       01  WS-FEED-SEQ PIC 9(5).
       01  WS-NON-RETURN-SEQ PIC 9(5).
       01  WS-ERROR-SEQ PIC 9(7).
       01  WS-ERROR-KIND PIC 9(1).
       01  WS-ANIMAL-SEQ PIC 9(7) VALUE 0.
       01  WS-LINE-NAMES PIC 9(1).
       01  WS-NAME-POINTER PIC 9(3).
       01  FEED-COUNT-TABLE.
           05  FDC-ENTRY OCCURS 5 TIMES.
               10  FDC-SHELTER PIC X(4).
               10  FDC-RECORDS PIC 9(7).
               10  FDC-ERRORS PIC 9(7).
       01  WS-EXPECTED-COUNTS.
           05  WS-EXP-ADOPTS-GOOD PIC 9(7) VALUE 0.
           05  WS-EXP-ADOPTIONS PIC 9(7) VALUE 0.
           05  WS-EXP-RETURNS PIC 9(7) VALUE 0.
           05  WS-EXP-TRANSFERS PIC 9(7) VALUE 0.
           05  WS-EXP-ADOPTS-ERRORS PIC 9(7) VALUE 0.
           05  WS-EXP-ERR-BREED PIC 9(7) VALUE 0.
           05  WS-EXP-ERR-SPECIES PIC 9(7) VALUE 0.
           05  WS-EXP-ERR-COMPONENT PIC 9(7) VALUE 0.
           05  WS-EXP-ERR-SAME-SHELTER PIC 9(7) VALUE 0.
           05  WS-EXP-DETAIL-GOOD PIC 9(7) VALUE 0.
           05  WS-EXP-DETAIL-ERRORS PIC 9(7) VALUE 0.
           05  WS-EXP-DETAIL-CUST-REJ PIC 9(7) VALUE 0.
           05  WS-EXP-PENDING-GOOD PIC 9(7) VALUE 0.
           05  WS-EXP-PENDING-ERRORS PIC 9(7) VALUE 0.
           05  WS-EXP-CUSTEXT PIC 9(7) VALUE 0.
           05  WS-EXP-KSDS-LOAD PIC 9(7) VALUE 0.
           05  WS-EXP-SYSIN1-LINES PIC 9(7) VALUE 0.
           05  WS-EXP-SYSIN1-NAMES PIC 9(7) VALUE 0.
           05  WS-EXP-SYSIN1-ERRORS PIC 9(7) VALUE 0.
       01  WS-TOTAL-WRITTEN PIC 9(8) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(27) VALUE 'SYNTHETIC TEST DATA        '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(6) VALUE '  SEED'.
           05  RPT-HDR-SEED PIC Z(8)9.
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-PARM-LINE.
           05  FILLER PIC X(7) VALUE 'FEEDS  '.
           05  RPT-PRM-FEEDS PIC 9.
           05  FILLER PIC X(10) VALUE '  RECORDS '.
           05  RPT-PRM-FEED-RECORDS PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE '  PENDING '.
           05  RPT-PRM-PENDING PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE '  CUSTOMERS '.
           05  RPT-PRM-CUSTOMERS PIC ZZZZ9.
           05  FILLER PIC X(8) VALUE '  ERROR '.
           05  RPT-PRM-ERROR-PCT PIC Z9.
           05  FILLER PIC X(1) VALUE '%'.
           05  FILLER PIC X(14) VALUE SPACES.
       01  WS-RPT-PARM-LINE-2.
           05  FILLER PIC X(8) VALUE 'RETURNS '.
           05  RPT-PRM-RETURN-PCT PIC Z9.
           05  FILLER PIC X(13) VALUE '%  TRANSFERS '.
           05  RPT-PRM-TRANSFER-PCT PIC Z9.
           05  FILLER PIC X(1) VALUE '%'.
           05  FILLER PIC X(53) VALUE SPACES.
       01  WS-RPT-FILE-LINE.
           05  RPT-FIL-DD PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-FIL-TEXT PIC X(12).
           05  FILLER PIC X(9) VALUE ' RECORDS '.
           05  RPT-FIL-RECORDS PIC Z(6)9.
           05  FILLER PIC X(19) VALUE ' DELIBERATE ERRORS '.
           05  RPT-FIL-ERRORS PIC Z(6)9.
           05  FILLER PIC X(16) VALUE SPACES.
       01  WS-RPT-EXPECT-LINE.
           05  RPT-EXP-PROGRAM PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-EXP-TEXT PIC X(40).
           05  RPT-EXP-COUNT PIC Z(6)9.
           05  FILLER PIC X(23) VALUE SPACES.
       01  WS-RPT-EXPECT-TITLE PIC X(80)
           VALUE 'EXPECTED RESULTS OF A TEST-MODE CYCLE ON THIS DATA'.
       01  WS-TEST-BANNER PIC X(42)
           VALUE '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           DISPLAY 'ZTPTDGEN RUN DATE: ' WS-RUN-DATE
               ' RUN MODE: ' WS-RUN-MODE
           IF WS-RUN-MODE NOT = 'TEST'
              DISPLAY 'ZTPTDGEN RUNCTL IS NOT IN TEST MODE - '
                  'SYNTHETIC DATA IS NOT GENERATED'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM LOAD-GENERATOR-PARMS
           PERFORM LOAD-BREED-TABLE
           PERFORM LOAD-SHELTER-TABLE
           PERFORM LOAD-FEE-TABLE
           IF WS-BRD-COUNT = 0 OR WS-SHL-COUNT = 0
              DISPLAY 'ZTPTDGEN NO ACTIVE BREEDS OR SHELTERS ON THE '
                  'CONTROL FILES - NOTHING GENERATED'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-FEED-COUNT > WS-SHL-COUNT
              DISPLAY 'ZTPTDGEN ONLY ' WS-SHL-COUNT
                  ' ACTIVE SHELTER(S), FEED COUNT REDUCED'
              MOVE WS-SHL-COUNT TO WS-FEED-COUNT
              MOVE 'Y' TO WS-PARMS-ADJUSTED
           END-IF
           OPEN OUTPUT TDG-RPT-FILE
           IF TDG-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPTDGEN TDGRPT OPEN FAILED, STATUS: '
                  TDG-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           WRITE TDG-RPT-RECORD FROM WS-TEST-BANNER
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-SEED TO RPT-HDR-SEED
           WRITE TDG-RPT-RECORD FROM WS-RPT-HEADER
           MOVE WS-FEED-COUNT TO RPT-PRM-FEEDS
           MOVE WS-FEED-RECORDS TO RPT-PRM-FEED-RECORDS
           MOVE WS-PENDING-RECORDS TO RPT-PRM-PENDING
           MOVE WS-CUSTOMERS TO RPT-PRM-CUSTOMERS
           MOVE WS-ERROR-PCT TO RPT-PRM-ERROR-PCT
           WRITE TDG-RPT-RECORD FROM WS-RPT-PARM-LINE
           MOVE WS-RETURN-PCT TO RPT-PRM-RETURN-PCT
           MOVE WS-TRANSFER-PCT TO RPT-PRM-TRANSFER-PCT
           WRITE TDG-RPT-RECORD FROM WS-RPT-PARM-LINE-2
           MOVE SPACES TO TDG-RPT-RECORD
           WRITE TDG-RPT-RECORD
           MOVE WS-SEED TO WS-RANDOM-SEED
           PERFORM BUILD-CUSTOMER-POOL
           PERFORM WRITE-CUSTOMER-EXTRACT
           PERFORM WRITE-KSDS-LOAD-FILE
           PERFORM WRITE-GREETING-NAMES
           MOVE 'ADOPTDTL' TO WS-OUT-DD
           OPEN OUTPUT ADOPT-DTL-FILE
           MOVE ADOPT-DTL-STATUS TO WS-OUT-STATUS
           PERFORM CHECK-OUTPUT-OPEN
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 5
               PERFORM GENERATE-ONE-FEED
           END-PERFORM
           CLOSE ADOPT-DTL-FILE
           MOVE 'ADOPTDTL' TO RPT-FIL-DD
           MOVE 'DETAIL' TO RPT-FIL-TEXT
           COMPUTE RPT-FIL-RECORDS =
               WS-EXP-DETAIL-GOOD + WS-EXP-DETAIL-ERRORS
           MOVE WS-EXP-DETAIL-ERRORS TO RPT-FIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-FILE-LINE
           PERFORM GENERATE-PENDING-ENTRIES
           PERFORM WRITE-EXPECTED-COUNTS
           CLOSE TDG-RPT-FILE
           DISPLAY 'ZTPTDGEN RECORDS WRITTEN: ' WS-TOTAL-WRITTEN
           IF WS-PARMS-ADJUSTED = 'Y'
              MOVE 4 TO RETURN-CODE
           ELSE
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

       LOAD-GENERATOR-PARMS.
           OPEN INPUT TDG-PARM-FILE
           IF TDG-PARM-STATUS NOT = '00'
              DISPLAY 'ZTPTDGEN TDGPARM NOT AVAILABLE, STATUS: '
                  TDG-PARM-STATUS ' - DEFAULT VOLUMES USED'
           ELSE
              READ TDG-PARM-FILE
              IF TDG-PARM-STATUS = '00'
                 IF TDP-SEED IS NUMERIC AND TDP-SEED > 0
                    MOVE TDP-SEED TO WS-SEED
                 END-IF
                 IF TDP-FEED-COUNT IS NUMERIC
                    AND TDP-FEED-COUNT >= 1 AND TDP-FEED-COUNT <= 5
                    MOVE TDP-FEED-COUNT TO WS-FEED-COUNT
                 END-IF
                 IF TDP-FEED-RECORDS IS NUMERIC
                    MOVE TDP-FEED-RECORDS TO WS-FEED-RECORDS
                 END-IF
                 IF TDP-PENDING-RECORDS IS NUMERIC
                    MOVE TDP-PENDING-RECORDS TO WS-PENDING-RECORDS
                 END-IF
                 IF TDP-CUSTOMERS IS NUMERIC AND TDP-CUSTOMERS > 0
                    MOVE TDP-CUSTOMERS TO WS-CUSTOMERS
                 END-IF
                 IF TDP-ERROR-PCT IS NUMERIC
                    MOVE TDP-ERROR-PCT TO WS-ERROR-PCT
                 END-IF
                 IF TDP-RETURN-PCT IS NUMERIC
                    MOVE TDP-RETURN-PCT TO WS-RETURN-PCT
                 END-IF
                 IF TDP-TRANSFER-PCT IS NUMERIC
                    MOVE TDP-TRANSFER-PCT TO WS-TRANSFER-PCT
                 END-IF
              END-IF
              CLOSE TDG-PARM-FILE
           END-IF
           IF WS-CUSTOMERS > 500
              DISPLAY 'ZTPTDGEN CUSTOMER COUNT CAPPED AT 500'
              MOVE 500 TO WS-CUSTOMERS
              MOVE 'Y' TO WS-PARMS-ADJUSTED
           END-IF.

       LOAD-BREED-TABLE.
           OPEN INPUT BREED-CTL-FILE
           IF BREED-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPTDGEN BREEDCTL OPEN FAILED, STATUS: '
                  BREED-CTL-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ BREED-CTL-FILE
                  IF BREED-CTL-STATUS = '00'
                     IF CTL-BREED-NAME NOT = SPACES
                        AND (CTL-BREED-EFF-DATE = SPACES
                             OR CTL-BREED-EFF-DATE <= WS-RUN-DATE)
                        AND (CTL-BREED-EXP-DATE = SPACES
                             OR CTL-BREED-EXP-DATE >= WS-RUN-DATE)
                        AND WS-BRD-COUNT < 100
                        ADD 1 TO WS-BRD-COUNT
                        MOVE CTL-BREED-NAME TO BRD-NAME (WS-BRD-COUNT)
                        IF CTL-BREED-SPECIES = SPACE
                           MOVE 'D' TO BRD-SPECIES (WS-BRD-COUNT)
                        ELSE
                           MOVE CTL-BREED-SPECIES TO
                               BRD-SPECIES (WS-BRD-COUNT)
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE BREED-CTL-FILE
           END-IF.

       LOAD-SHELTER-TABLE.
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPTDGEN SHLCTL OPEN FAILED, STATUS: '
                  SHELTER-CTL-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     IF CTL-SHELTER-CODE NOT = SPACES
                        AND CTL-SHELTER-ACTIVE = 'Y'
                        AND WS-SHL-COUNT < 50
                        ADD 1 TO WS-SHL-COUNT
                        MOVE CTL-SHELTER-CODE TO SHL-CODE (WS-SHL-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           END-IF.

       LOAD-FEE-TABLE.
           OPEN INPUT FEE-CTL-FILE
           IF FEE-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPTDGEN FEECTL NOT AVAILABLE, STATUS: '
                  FEE-CTL-STATUS ' - DEFAULT FEE USED'
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ FEE-CTL-FILE
                  IF FEE-CTL-STATUS = '00'
                     IF CTL-FEE-STANDARD IS NUMERIC
                        AND CTL-FEE-FLOOR IS NUMERIC
                        AND CTL-FEE-FLOOR <= CTL-FEE-STANDARD
                        AND (CTL-FEE-EFF-DATE = SPACES
                             OR CTL-FEE-EFF-DATE <= WS-RUN-DATE)
                        AND (CTL-FEE-EXP-DATE = SPACES
                             OR CTL-FEE-EXP-DATE >= WS-RUN-DATE)
                        AND WS-FEE-COUNT < 50
                        ADD 1 TO WS-FEE-COUNT
                        MOVE CTL-FEE-BREED TO FEE-BREED (WS-FEE-COUNT)
                        MOVE CTL-FEE-STANDARD TO
                            FEE-STANDARD (WS-FEE-COUNT)
                        MOVE CTL-FEE-FLOOR TO FEE-FLOOR (WS-FEE-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE FEE-CTL-FILE
           END-IF.

       CHECK-OUTPUT-OPEN.
           IF WS-OUT-STATUS NOT = '00'
              DISPLAY 'ZTPTDGEN ' WS-OUT-DD ' OPEN FAILED, STATUS: '
                  WS-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE TDG-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       NEXT-RANDOM.
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD (WS-RANDOM-SEED * 16807, 2147483647)
           IF WS-RANDOM-RANGE = 0
              MOVE 1 TO WS-RANDOM-RANGE
           END-IF
           COMPUTE WS-RANDOM-PICK =
               FUNCTION MOD (WS-RANDOM-SEED, WS-RANDOM-RANGE) + 1.

       CHECK-ERROR-SLOT.
           COMPUTE WS-SLOT-NOW = WS-SLOT-SEQ * WS-SLOT-PCT / 100
           COMPUTE WS-SLOT-PRIOR = (WS-SLOT-SEQ - 1) * WS-SLOT-PCT
               / 100
           IF WS-SLOT-NOW > WS-SLOT-PRIOR
              MOVE 'Y' TO WS-SLOT-HIT
           ELSE
              MOVE 'N' TO WS-SLOT-HIT
           END-IF.

       BUILD-CUSTOMER-POOL.
           PERFORM UNTIL WS-CUS-COUNT >= WS-CUSTOMERS
               ADD 1 TO WS-CUS-BASE
               MOVE SPACES TO CHECK-DIGIT-AREA
               MOVE 'G' TO CDA-ACTION
               MOVE WS-CUS-BASE TO CDA-CUST-NUMBER (1:7)
               CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
               IF CDA-RESULT = 'Y'
                  ADD 1 TO WS-CUS-COUNT
                  PERFORM BUILD-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       BUILD-ONE-CUSTOMER.
           MOVE SPACES TO CUS-ENTRY (WS-CUS-COUNT)
           MOVE CDA-CUST-NUMBER TO CUS-NUMBER (WS-CUS-COUNT)
           MOVE 20 TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE WS-RANDOM-PICK TO WS-FIRST-IDX
           PERFORM NEXT-RANDOM
           STRING FIRST-NAME (WS-FIRST-IDX) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               LAST-NAME (WS-RANDOM-PICK) DELIMITED BY SPACE
               INTO CUS-NAME (WS-CUS-COUNT)
           MOVE 899 TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           COMPUTE WS-HOUSE-NUMBER = WS-RANDOM-PICK + 100
           MOVE 8 TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               STREET-NAME (WS-RANDOM-PICK) DELIMITED BY '  '
               INTO CUS-STREET (WS-CUS-COUNT)
           MOVE 6 TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE CITY-NAME (WS-RANDOM-PICK) TO CUS-CITY (WS-CUS-COUNT)
           MOVE CITY-STATE (WS-RANDOM-PICK) TO
               CUS-STATE (WS-CUS-COUNT)
           MOVE CITY-POSTAL-PREFIX (WS-RANDOM-PICK) TO
               CUS-POSTAL (WS-CUS-COUNT) (1:3)
           MOVE 99 TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           COMPUTE WS-POSTAL-SUFFIX = WS-RANDOM-PICK - 1
           MOVE WS-POSTAL-SUFFIX TO CUS-POSTAL (WS-CUS-COUNT) (4:2).

       WRITE-CUSTOMER-EXTRACT.
           MOVE 'CUSTEXT ' TO WS-OUT-DD
           OPEN OUTPUT CUST-EXT-FILE
           MOVE CUST-EXT-STATUS TO WS-OUT-STATUS
           PERFORM CHECK-OUTPUT-OPEN
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPTDGEN' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO CUST-EXT-RECORD
           MOVE ENVELOPE-HEADER-RECORD TO CUST-EXT-RECORD (1:40)
           WRITE CUST-EXT-RECORD
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-HASH-COUNT
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               MOVE CUS-ENTRY (WS-CUS-IDX) TO CUST-EXT-RECORD
               WRITE CUST-EXT-RECORD
               ADD 1 TO WS-HASH-COUNT
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                       UNTIL WS-BYTE-IDX > 20
                   COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                       WS-HASH-TOTAL + FUNCTION ORD(
                       CUS-NAME (WS-CUS-IDX) (WS-BYTE-IDX:1)),
                       1000000000000)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-HASH-COUNT TO ENV-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO CUST-EXT-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO CUST-EXT-RECORD (1:40)
           WRITE CUST-EXT-RECORD
           CLOSE CUST-EXT-FILE
           MOVE WS-HASH-COUNT TO WS-EXP-CUSTEXT
           ADD WS-HASH-COUNT TO WS-TOTAL-WRITTEN
           MOVE 'CUSTEXT ' TO RPT-FIL-DD
           MOVE 'CUSTOMERS' TO RPT-FIL-TEXT
           MOVE WS-HASH-COUNT TO RPT-FIL-RECORDS
           MOVE 0 TO RPT-FIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-FILE-LINE.

       WRITE-KSDS-LOAD-FILE.
           MOVE 'KSDSLOAD' TO WS-OUT-DD
           OPEN OUTPUT KSDS-LOAD-FILE
           MOVE KSDS-LOAD-STATUS TO WS-OUT-STATUS
           PERFORM CHECK-OUTPUT-OPEN
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPTDGEN' TO ENV-HDR-PROGRAM-ID
           MOVE 1 TO ENV-HDR-HASH-POS
           MOVE 8 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO KSDS-RECORD
           MOVE ENVELOPE-HEADER-RECORD TO KSDS-RECORD (1:40)
           WRITE KSDS-RECORD
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-HASH-COUNT
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               MOVE SPACES TO KSDS-RECORD
               MOVE CUS-NUMBER (WS-CUS-IDX) TO KSDS-KEY
               MOVE CUS-NAME (WS-CUS-IDX) (1:8) TO KSDS-ALT-KEY
               MOVE CUS-NAME (WS-CUS-IDX) TO KSDS-TEXT (1:20)
               MOVE CUS-STREET (WS-CUS-IDX) TO KSDS-TEXT (21:20)
               MOVE CUS-CITY (WS-CUS-IDX) TO KSDS-TEXT (41:15)
               MOVE CUS-STATE (WS-CUS-IDX) TO KSDS-TEXT (56:2)
               MOVE CUS-POSTAL (WS-CUS-IDX) TO KSDS-TEXT (58:10)
               MOVE WS-START-TS TO KSDS-CREATED-TS
               MOVE WS-START-TS TO KSDS-UPDATED-TS
               WRITE KSDS-RECORD
               ADD 1 TO WS-HASH-COUNT
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                       UNTIL WS-BYTE-IDX > 8
                   COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                       WS-HASH-TOTAL + FUNCTION ORD(
                       KSDS-KEY (WS-BYTE-IDX:1)),
                       1000000000000)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-HASH-COUNT TO ENV-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO KSDS-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO KSDS-RECORD (1:40)
           WRITE KSDS-RECORD
           CLOSE KSDS-LOAD-FILE
           MOVE WS-HASH-COUNT TO WS-EXP-KSDS-LOAD
           ADD WS-HASH-COUNT TO WS-TOTAL-WRITTEN
           MOVE 'KSDSLOAD' TO RPT-FIL-DD
           MOVE 'TESTKSDS' TO RPT-FIL-TEXT
           MOVE WS-HASH-COUNT TO RPT-FIL-RECORDS
           MOVE 0 TO RPT-FIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-FILE-LINE.

       WRITE-GREETING-NAMES.
           MOVE 'SYSIN1  ' TO WS-OUT-DD
           OPEN OUTPUT SYSIN1-FILE
           MOVE SYSIN1-STATUS TO WS-OUT-STATUS
           PERFORM CHECK-OUTPUT-OPEN
           MOVE SPACES TO SYSIN1-RECORD
           MOVE 0 TO WS-LINE-NAMES
           MOVE 1 TO WS-NAME-POINTER
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-LINE-NAMES > 0
                  STRING ',' DELIMITED BY SIZE
                      INTO SYI-NAMES WITH POINTER WS-NAME-POINTER
               END-IF
               STRING CUS-NAME (WS-CUS-IDX) DELIMITED BY '  '
                   INTO SYI-NAMES WITH POINTER WS-NAME-POINTER
               ADD 1 TO WS-LINE-NAMES
               ADD 1 TO WS-EXP-SYSIN1-NAMES
               IF WS-LINE-NAMES = 3
                  PERFORM WRITE-GREETING-LINE
               END-IF
           END-PERFORM
           IF WS-LINE-NAMES > 0
              PERFORM WRITE-GREETING-LINE
           END-IF
           CLOSE SYSIN1-FILE
           MOVE 'SYSIN1  ' TO RPT-FIL-DD
           MOVE 'NAME LINES' TO RPT-FIL-TEXT
           COMPUTE RPT-FIL-RECORDS =
               WS-EXP-SYSIN1-LINES + WS-EXP-SYSIN1-ERRORS
           MOVE WS-EXP-SYSIN1-ERRORS TO RPT-FIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-FILE-LINE.

       WRITE-GREETING-LINE.
           MOVE 'EN' TO SYI-LANG-CODE
           WRITE SYSIN1-RECORD
           ADD 1 TO WS-EXP-SYSIN1-LINES
           ADD 1 TO WS-TOTAL-WRITTEN
           MOVE WS-EXP-SYSIN1-LINES TO WS-SLOT-SEQ
           MOVE WS-ERROR-PCT TO WS-SLOT-PCT
           PERFORM CHECK-ERROR-SLOT
           IF WS-SLOT-HIT = 'Y'
              MOVE 'ZZ' TO SYI-LANG-CODE
              WRITE SYSIN1-RECORD
              ADD 1 TO WS-EXP-SYSIN1-ERRORS
              ADD 1 TO WS-TOTAL-WRITTEN
           END-IF
           MOVE SPACES TO SYSIN1-RECORD
           MOVE 0 TO WS-LINE-NAMES
           MOVE 1 TO WS-NAME-POINTER.

       GENERATE-ONE-FEED.
           MOVE SPACES TO FDC-SHELTER (WS-FEED-IDX)
           MOVE 0 TO FDC-RECORDS (WS-FEED-IDX)
           MOVE 0 TO FDC-ERRORS (WS-FEED-IDX)
           PERFORM OPEN-FEED-OUTPUT
           IF WS-FEED-IDX <= WS-FEED-COUNT
              MOVE SHL-CODE (WS-FEED-IDX) TO FDC-SHELTER (WS-FEED-IDX)
              MOVE 0 TO WS-NON-RETURN-SEQ
              PERFORM VARYING WS-FEED-SEQ FROM 1 BY 1
                      UNTIL WS-FEED-SEQ > WS-FEED-RECORDS
                  PERFORM GENERATE-ONE-ADOPTION
                  MOVE WS-FEED-SEQ TO WS-SLOT-SEQ
                  MOVE WS-ERROR-PCT TO WS-SLOT-PCT
                  PERFORM CHECK-ERROR-SLOT
                  IF WS-SLOT-HIT = 'Y'
                     PERFORM GENERATE-ONE-ADOPTS-ERROR
                  END-IF
              END-PERFORM
           END-IF
           PERFORM CLOSE-FEED-OUTPUT
           MOVE SPACES TO RPT-FIL-DD
           STRING 'ADOPTS0' WS-FEED-IDX DELIMITED BY SIZE
               INTO RPT-FIL-DD
           IF WS-FEED-IDX <= WS-FEED-COUNT
              MOVE SPACES TO RPT-FIL-TEXT
              STRING 'SHELTER ' FDC-SHELTER (WS-FEED-IDX)
                  DELIMITED BY SIZE INTO RPT-FIL-TEXT
           ELSE
              MOVE 'EMPTY FEED' TO RPT-FIL-TEXT
           END-IF
           MOVE FDC-RECORDS (WS-FEED-IDX) TO RPT-FIL-RECORDS
           MOVE FDC-ERRORS (WS-FEED-IDX) TO RPT-FIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-FILE-LINE.

       GENERATE-ONE-ADOPTION.
           MOVE WS-BRD-COUNT TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE WS-RANDOM-PICK TO WS-BRD-IDX
           MOVE SPACES TO WS-ADOPT-RECORD
           MOVE BRD-NAME (WS-BRD-IDX) TO GA-BREED
           MOVE WS-RUN-DATE (5:2) TO GA-PERIOD
           MOVE FDC-SHELTER (WS-FEED-IDX) TO GA-SHELTER
           MOVE BRD-SPECIES (WS-BRD-IDX) TO GA-SPECIES
           MOVE 'A' TO GA-FEE-COMPONENT
           MOVE 'N' TO GA-RESUBMIT-FLAG
           MOVE 1 TO GA-COUNT
           PERFORM PICK-ADOPTION-FEE
           MOVE WS-FEE-AMOUNT TO GA-FEE-AMOUNT
           MOVE WS-FEED-SEQ TO WS-SLOT-SEQ
           MOVE WS-RETURN-PCT TO WS-SLOT-PCT
           PERFORM CHECK-ERROR-SLOT
           IF WS-SLOT-HIT = 'Y'
              MOVE 'R' TO GA-TRAN-TYPE
              ADD 1 TO WS-EXP-RETURNS
           ELSE
              ADD 1 TO WS-NON-RETURN-SEQ
              MOVE WS-NON-RETURN-SEQ TO WS-SLOT-SEQ
              MOVE WS-TRANSFER-PCT TO WS-SLOT-PCT
              PERFORM CHECK-ERROR-SLOT
              IF WS-SLOT-HIT = 'Y'
                 AND WS-SHL-COUNT > 1
                 MOVE 'T' TO GA-TRAN-TYPE
                 MOVE 0 TO GA-FEE-AMOUNT
                 COMPUTE WS-TO-SHL-IDX =
                     FUNCTION MOD (WS-FEED-IDX, WS-SHL-COUNT) + 1
                 MOVE SHL-CODE (WS-TO-SHL-IDX) TO GA-TO-SHELTER
                 ADD 1 TO WS-EXP-TRANSFERS
              ELSE
                 MOVE 'A' TO GA-TRAN-TYPE
                 ADD 1 TO WS-EXP-ADOPTIONS
                 PERFORM GENERATE-ONE-DETAIL
              END-IF
           END-IF
           PERFORM WRITE-FEED-RECORD
           ADD 1 TO WS-EXP-ADOPTS-GOOD.

       GENERATE-ONE-ADOPTS-ERROR.
           ADD 1 TO WS-ERROR-SEQ
           COMPUTE WS-ERROR-KIND = FUNCTION MOD (WS-ERROR-SEQ, 4) + 1
           MOVE 'A' TO GA-TRAN-TYPE
           MOVE SPACES TO GA-TO-SHELTER
           MOVE 'A' TO GA-FEE-COMPONENT
           EVALUATE WS-ERROR-KIND
               WHEN 1
                   MOVE 'SYNTHETIC UNLISTED BREED' TO GA-BREED
                   ADD 1 TO WS-EXP-ERR-BREED
               WHEN 2
                   MOVE 'X' TO GA-SPECIES
                   ADD 1 TO WS-EXP-ERR-SPECIES
               WHEN 3
                   MOVE 'Z' TO GA-FEE-COMPONENT
                   ADD 1 TO WS-EXP-ERR-COMPONENT
               WHEN OTHER
                   MOVE 'T' TO GA-TRAN-TYPE
                   MOVE 0 TO GA-FEE-AMOUNT
                   MOVE GA-SHELTER TO GA-TO-SHELTER
                   ADD 1 TO WS-EXP-ERR-SAME-SHELTER
           END-EVALUATE
           PERFORM WRITE-FEED-RECORD
           ADD 1 TO FDC-ERRORS (WS-FEED-IDX)
           ADD 1 TO WS-EXP-ADOPTS-ERRORS.

       PICK-ADOPTION-FEE.
           MOVE 0 TO WS-FEE-MATCH
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF FEE-BREED (WS-FEE-IDX) = BRD-NAME (WS-BRD-IDX)
                  MOVE WS-FEE-IDX TO WS-FEE-MATCH
                  MOVE WS-FEE-COUNT TO WS-FEE-IDX
               END-IF
           END-PERFORM
           IF WS-FEE-MATCH = 0
              MOVE WS-DEFAULT-FEE TO WS-FEE-AMOUNT
           ELSE
              COMPUTE WS-FEE-SPREAD = (FEE-STANDARD (WS-FEE-MATCH)
                  - FEE-FLOOR (WS-FEE-MATCH)) * 100 + 1
              MOVE WS-FEE-SPREAD TO WS-RANDOM-RANGE
              PERFORM NEXT-RANDOM
              COMPUTE WS-FEE-AMOUNT = FEE-FLOOR (WS-FEE-MATCH)
                  + (WS-RANDOM-PICK - 1) / 100
           END-IF.

       GENERATE-ONE-DETAIL.
           ADD 1 TO WS-ANIMAL-SEQ
           MOVE SPACES TO ADOPT-DTL-RECORD
           STRING 'TDG' WS-ANIMAL-SEQ DELIMITED BY SIZE
               INTO DTL-ANIMAL-ID
           MOVE GA-BREED TO DTL-BREED
           MOVE GA-SHELTER TO DTL-SHELTER
           MOVE WS-RUN-DATE TO DTL-ADOPT-DATE
           MOVE WS-CUS-COUNT TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE CUS-NUMBER (WS-RANDOM-PICK) TO DTL-CUSTOMER-ID
           MOVE GA-FEE-AMOUNT TO DTL-FEE-ADOPT
           MOVE 0 TO DTL-FEE-CHIP
           MOVE 0 TO DTL-FEE-DONATION
           MOVE GA-SPECIES TO DTL-SPECIES
           MOVE 'N' TO DTL-STERIL-REQUIRED
           MOVE 0 TO DTL-STERIL-DAYS
           WRITE ADOPT-DTL-RECORD
           ADD 1 TO WS-EXP-DETAIL-GOOD
           ADD 1 TO WS-TOTAL-WRITTEN
           MOVE WS-EXP-DETAIL-GOOD TO WS-SLOT-SEQ
           MOVE WS-ERROR-PCT TO WS-SLOT-PCT
           PERFORM CHECK-ERROR-SLOT
           IF WS-SLOT-HIT = 'Y'
              IF FUNCTION MOD (WS-EXP-DETAIL-ERRORS, 2) = 0
                 MOVE DTL-CUSTOMER-ID (8:1) TO WS-BAD-DIGIT
                 IF WS-BAD-DIGIT = 9
                    MOVE 0 TO WS-BAD-DIGIT
                 ELSE
                    ADD 1 TO WS-BAD-DIGIT
                 END-IF
                 MOVE WS-BAD-DIGIT TO DTL-CUSTOMER-ID (8:1)
                 ADD 1 TO WS-EXP-DETAIL-CUST-REJ
              ELSE
                 MOVE SPACES TO DTL-ANIMAL-ID
              END-IF
              WRITE ADOPT-DTL-RECORD
              ADD 1 TO WS-EXP-DETAIL-ERRORS
              ADD 1 TO WS-TOTAL-WRITTEN
           END-IF.

       GENERATE-PENDING-ENTRIES.
           MOVE 'ADPPEND ' TO WS-OUT-DD
           OPEN OUTPUT ADP-PEND-FILE
           MOVE ADP-PEND-STATUS TO WS-OUT-STATUS
           PERFORM CHECK-OUTPUT-OPEN
           MOVE 0 TO WS-ERROR-SEQ
           PERFORM VARYING WS-FEED-SEQ FROM 1 BY 1
                   UNTIL WS-FEED-SEQ > WS-PENDING-RECORDS
               PERFORM GENERATE-ONE-PENDING
               WRITE ADP-PEND-RECORD
               ADD 1 TO WS-EXP-PENDING-GOOD
               ADD 1 TO WS-TOTAL-WRITTEN
               MOVE WS-FEED-SEQ TO WS-SLOT-SEQ
               MOVE WS-ERROR-PCT TO WS-SLOT-PCT
               PERFORM CHECK-ERROR-SLOT
               IF WS-SLOT-HIT = 'Y'
                  ADD 1 TO WS-ERROR-SEQ
                  COMPUTE WS-ERROR-KIND =
                      FUNCTION MOD (WS-ERROR-SEQ, 3) + 1
                  EVALUATE WS-ERROR-KIND
                      WHEN 1
                          MOVE 'SYNTHETIC UNLISTED BREED' TO PND-BREED
                      WHEN 2
                          MOVE '13' TO PND-PERIOD
                      WHEN OTHER
                          MOVE 'UNKNOWN' TO PND-FEE
                  END-EVALUATE
                  WRITE ADP-PEND-RECORD
                  ADD 1 TO WS-EXP-PENDING-ERRORS
                  ADD 1 TO WS-TOTAL-WRITTEN
               END-IF
           END-PERFORM
           CLOSE ADP-PEND-FILE
           MOVE 'ADPPEND ' TO RPT-FIL-DD
           MOVE 'PENDING' TO RPT-FIL-TEXT
           COMPUTE RPT-FIL-RECORDS =
               WS-EXP-PENDING-GOOD + WS-EXP-PENDING-ERRORS
           MOVE WS-EXP-PENDING-ERRORS TO RPT-FIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-FILE-LINE.

       GENERATE-ONE-PENDING.
           MOVE WS-BRD-COUNT TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE WS-RANDOM-PICK TO WS-BRD-IDX
           MOVE SPACES TO ADP-PEND-RECORD
           MOVE 'P' TO PND-STATUS
           MOVE 'ZTPTDGEN' TO PND-USERID
           MOVE WS-START-TS TO PND-TIMESTAMP
           MOVE BRD-NAME (WS-BRD-IDX) TO PND-BREED
           MOVE WS-RUN-DATE (5:2) TO PND-PERIOD
           MOVE WS-SHL-COUNT TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE SHL-CODE (WS-RANDOM-PICK) TO PND-SHELTER
           MOVE 'A' TO PND-TRAN-TYPE
           PERFORM PICK-ADOPTION-FEE
           MOVE WS-FEE-TEXT TO PND-FEE
           MOVE 'A' TO PND-FEE-COMPONENT
           MOVE '001' TO PND-COUNT
           MOVE 'N' TO PND-RESUBMIT-FLAG
           MOVE WS-CUS-COUNT TO WS-RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE CUS-NUMBER (WS-RANDOM-PICK) TO PND-CUSTOMER-ID
           MOVE BRD-SPECIES (WS-BRD-IDX) TO PND-SPECIES.

       OPEN-FEED-OUTPUT.
           EVALUATE WS-FEED-IDX
               WHEN 1
                   OPEN OUTPUT ADOPTS-01-FILE
                   MOVE ADOPTS-01-STATUS TO WS-OUT-STATUS
               WHEN 2
                   OPEN OUTPUT ADOPTS-02-FILE
                   MOVE ADOPTS-02-STATUS TO WS-OUT-STATUS
               WHEN 3
                   OPEN OUTPUT ADOPTS-03-FILE
                   MOVE ADOPTS-03-STATUS TO WS-OUT-STATUS
               WHEN 4
                   OPEN OUTPUT ADOPTS-04-FILE
                   MOVE ADOPTS-04-STATUS TO WS-OUT-STATUS
               WHEN 5
                   OPEN OUTPUT ADOPTS-05-FILE
                   MOVE ADOPTS-05-STATUS TO WS-OUT-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-OUT-DD
           STRING 'ADOPTS0' WS-FEED-IDX DELIMITED BY SIZE
               INTO WS-OUT-DD
           PERFORM CHECK-OUTPUT-OPEN.

       WRITE-FEED-RECORD.
           EVALUATE WS-FEED-IDX
               WHEN 1
                   WRITE ADOPTS-01-RECORD FROM WS-ADOPT-RECORD
               WHEN 2
                   WRITE ADOPTS-02-RECORD FROM WS-ADOPT-RECORD
               WHEN 3
                   WRITE ADOPTS-03-RECORD FROM WS-ADOPT-RECORD
               WHEN 4
                   WRITE ADOPTS-04-RECORD FROM WS-ADOPT-RECORD
               WHEN 5
                   WRITE ADOPTS-05-RECORD FROM WS-ADOPT-RECORD
           END-EVALUATE
           ADD 1 TO FDC-RECORDS (WS-FEED-IDX)
           ADD 1 TO WS-TOTAL-WRITTEN.

       CLOSE-FEED-OUTPUT.
           EVALUATE WS-FEED-IDX
               WHEN 1
                   CLOSE ADOPTS-01-FILE
               WHEN 2
                   CLOSE ADOPTS-02-FILE
               WHEN 3
                   CLOSE ADOPTS-03-FILE
               WHEN 4
                   CLOSE ADOPTS-04-FILE
               WHEN 5
                   CLOSE ADOPTS-05-FILE
           END-EVALUATE.

       WRITE-EXPECTED-COUNTS.
           MOVE SPACES TO TDG-RPT-RECORD
           WRITE TDG-RPT-RECORD
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-TITLE
           MOVE 'ZTPADMRG' TO RPT-EXP-PROGRAM
           MOVE 'RECORDS MERGED' TO RPT-EXP-TEXT
           COMPUTE RPT-EXP-COUNT =
               WS-EXP-ADOPTS-GOOD + WS-EXP-ADOPTS-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'ZTPDOGOS' TO RPT-EXP-PROGRAM
           MOVE 'ADOPTIONS ACCEPTED' TO RPT-EXP-TEXT
           MOVE WS-EXP-ADOPTIONS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'RETURNS ACCEPTED' TO RPT-EXP-TEXT
           MOVE WS-EXP-RETURNS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'TRANSFERS ACCEPTED' TO RPT-EXP-TEXT
           MOVE WS-EXP-TRANSFERS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'REJECTS - ALL REASONS' TO RPT-EXP-TEXT
           MOVE WS-EXP-ADOPTS-ERRORS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE '  BREED NOT ACTIVE ON MASTER LIST' TO RPT-EXP-TEXT
           MOVE WS-EXP-ERR-BREED TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE '  UNKNOWN SPECIES CODE' TO RPT-EXP-TEXT
           MOVE WS-EXP-ERR-SPECIES TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE '  UNKNOWN FEE COMPONENT CODE' TO RPT-EXP-TEXT
           MOVE WS-EXP-ERR-COMPONENT TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE '  TRANSFER TO SAME SHELTER' TO RPT-EXP-TEXT
           MOVE WS-EXP-ERR-SAME-SHELTER TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'ZTPADTLR' TO RPT-EXP-PROGRAM
           MOVE 'DETAIL RECORDS READ' TO RPT-EXP-TEXT
           COMPUTE RPT-EXP-COUNT =
               WS-EXP-DETAIL-GOOD + WS-EXP-DETAIL-ERRORS
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'RECORDS SKIPPED' TO RPT-EXP-TEXT
           MOVE WS-EXP-DETAIL-ERRORS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'CUSTOMER NUMBER REJECTS' TO RPT-EXP-TEXT
           MOVE WS-EXP-DETAIL-CUST-REJ TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'ZTPADREL' TO RPT-EXP-PROGRAM
           MOVE 'PENDING RELEASED' TO RPT-EXP-TEXT
           MOVE WS-EXP-PENDING-GOOD TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'PENDING REJECTED' TO RPT-EXP-TEXT
           MOVE WS-EXP-PENDING-ERRORS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'ZTPQHELO' TO RPT-EXP-PROGRAM
           MOVE 'NAMES GREETED' TO RPT-EXP-TEXT
           MOVE WS-EXP-SYSIN1-NAMES TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'UNKNOWN LANG CODE EXCEPTIONS' TO RPT-EXP-TEXT
           MOVE WS-EXP-SYSIN1-ERRORS TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE
           MOVE 'ZTPKSDSU' TO RPT-EXP-PROGRAM
           MOVE 'TESTKSDS RECORDS RELOADED' TO RPT-EXP-TEXT
           MOVE WS-EXP-KSDS-LOAD TO RPT-EXP-COUNT
           WRITE TDG-RPT-RECORD FROM WS-RPT-EXPECT-LINE.

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPTDGEN' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPTDGEN' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-TOTAL-WRITTEN TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPTDGEN' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPTDGEN.
