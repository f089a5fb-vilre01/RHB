       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPPSTAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESORT-IN-FILE ASSIGN PRESORTD
           FILE STATUS IS PRESORT-IN-STATUS.
           SELECT PRESORT-CTL-FILE ASSIGN PSRTCTL
           FILE STATUS IS PRESORT-CTL-STATUS.
           SELECT PIECE-IN-FILE ASSIGN PIECEIN
           FILE STATUS IS PIECE-IN-STATUS.
           SELECT POST-RATE-FILE ASSIGN POSTRATE
           FILE STATUS IS POST-RATE-STATUS.
           SELECT CMP-OWNER-FILE ASSIGN CMPOWNER
           FILE STATUS IS CMP-OWNER-STATUS.
           SELECT POST-STMT-FILE ASSIGN POSTSTMT
           FILE STATUS IS POST-STMT-STATUS.
           SELECT CHARGEBACK-FILE ASSIGN CHGBACK
           FILE STATUS IS CHARGEBACK-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESORT-IN-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  PRESORT-IN-RECORD.
           05  PSI-CUST-NUMBER PIC X(8).
           05  PSI-CUST-NAME PIC X(20).
           05  PSI-CUST-STREET PIC X(20).
           05  PSI-CUST-CITY PIC X(15).
           05  PSI-CUST-STATE PIC X(2).
           05  PSI-CUST-POSTAL PIC X(10).
       FD  PRESORT-CTL-FILE RECORD CONTAINS 4 CHARACTERS
           RECORDING MODE IS F.
       01  PRESORT-CTL-RECORD.
           05  CTL-MIN-BUNDLE-PIECES PIC 9(4).
       FD  PIECE-IN-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  PIECE-IN-RECORD.
           05  PCE-CUST-NUMBER PIC X(8).
           05  PCE-CMP-CODE PIC X(8).
           05  PCE-LANG PIC X(2).
           05  PCE-SPLIT-LANG PIC X(2).
           05  PCE-POSTAL PIC X(10).
           05  PCE-LINES PIC 9(3).
           05  FILLER PIC X(7).
       FD  POST-RATE-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  POST-RATE-RECORD.
           05  PRT-REC-TYPE PIC X(1).
           05  PRT-LEVEL PIC X(2).
           05  PRT-MAX-WEIGHT PIC 9(2)V99.
           05  PRT-RATE PIC 9(2)V999.
           05  FILLER PIC X(28).
       01  POST-WEIGHT-RECORD.
           05  PRW-REC-TYPE PIC X(1).
           05  PRW-LINES-PER-SHEET PIC 9(3).
           05  PRW-SHEET-WEIGHT PIC 9V99.
           05  PRW-ENVELOPE-WEIGHT PIC 9V99.
           05  FILLER PIC X(30).
       FD  CMP-OWNER-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  CMP-OWNER-RECORD.
           05  COW-CMP-CODE PIC X(8).
           05  COW-DEPT PIC X(8).
           05  COW-COST-CENTRE PIC X(6).
           05  COW-DEPT-NAME PIC X(18).
       FD  POST-STMT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  POST-STMT-RECORD PIC X(80).
       FD  CHARGEBACK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CHARGEBACK-RECORD.
           05  CBK-RUN-DATE PIC X(8).
           05  CBK-DEPT PIC X(8).
           05  CBK-COST-CENTRE PIC X(6).
           05  CBK-CMP-CODE PIC X(8).
           05  CBK-PIECES PIC 9(7).
           05  CBK-AMOUNT PIC 9(7)V99.
           05  CBK-SOURCE PIC X(8).
           05  CBK-DESCRIPTION PIC X(26).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  PRESORT-IN-STATUS PIC X(2).
       01  PRESORT-CTL-STATUS PIC X(2).
       01  PIECE-IN-STATUS PIC X(2).
       01  POST-RATE-STATUS PIC X(2).
       01  CMP-OWNER-STATUS PIC X(2).
       01  POST-STMT-STATUS PIC X(2).
       01  CHARGEBACK-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(7) VALUE 0.
       01  WS-PRESORT-PIECES PIC 9(7) VALUE 0.
       01  WS-MIN-BUNDLE-PIECES PIC 9(4) VALUE 10.
       01  WS-LINES-PER-SHEET PIC 9(3) VALUE 50.
       01  WS-SHEET-WEIGHT PIC 9V99 VALUE 0.16.
       01  WS-ENVELOPE-WEIGHT PIC 9V99 VALUE 0.20.
       01  WS-PIECE-SHEETS PIC 9(3).
       01  WS-PIECE-WEIGHT PIC 9(2)V99.
       01  WS-PIECE-LEVEL PIC X(2).
       01  WS-PIECE-RATE PIC 9(2)V999.
       01  WS-PIECE-PRICED PIC X(1).
       01  WS-PIECES-PRICED PIC 9(7) VALUE 0.
       01  WS-PIECES-UNPRICED PIC 9(7) VALUE 0.
       01  WS-UNOWNED-CAMPAIGNS PIC 9(3) VALUE 0.
       01  WS-CHARGEBACKS-WRITTEN PIC 9(3) VALUE 0.
       01  WS-ZIP-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-PREFIX-NUM PIC 9(3).
       01  WS-POSTAL-ZIP PIC X(5).
       01  ZIP-TABLE.
           05  ZIP-ENTRY OCCURS 5000 TIMES.
               10  ZIP-TBL-CODE PIC X(5).
               10  ZIP-TBL-PIECES PIC 9(6).
               10  ZIP-TBL-LEVEL PIC X(2).
       01  WS-ZIP-COUNT PIC 9(4) VALUE 0.
       01  WS-ZIP-IDX PIC 9(4).
       01  WS-ZIP-MATCH PIC 9(4).
       01  PREFIX-TABLE.
           05  PFX-RESIDUAL OCCURS 1000 TIMES PIC 9(6).
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 100 TIMES.
               10  RTE-LEVEL PIC X(2).
               10  RTE-MAX-WEIGHT PIC 9(2)V99.
               10  RTE-RATE PIC 9(2)V999.
       01  WS-RATE-COUNT PIC 9(3) VALUE 0.
       01  WS-RATE-IDX PIC 9(3).
       01  WS-RATE-MATCH PIC 9(3).
       01  OWNER-TABLE.
           05  OWN-ENTRY OCCURS 100 TIMES.
               10  OWN-CMP-CODE PIC X(8).
               10  OWN-DEPT PIC X(8).
               10  OWN-COST-CENTRE PIC X(6).
               10  OWN-DEPT-NAME PIC X(18).
       01  WS-OWN-COUNT PIC 9(3) VALUE 0.
       01  WS-OWN-IDX PIC 9(3).
       01  WS-OWN-MATCH PIC 9(3).
       01  CAMPAIGN-TOTAL-TABLE.
           05  CPT-ENTRY OCCURS 50 TIMES.
               10  CPT-CMP-CODE PIC X(8).
               10  CPT-PIECES PIC 9(7).
               10  CPT-AMOUNT PIC 9(7)V999.
       01  WS-CPT-COUNT PIC 9(2) VALUE 0.
       01  WS-CPT-IDX PIC 9(2).
       01  WS-CPT-MATCH PIC 9(2).
       01  COMBINATION-TABLE.
           05  CMB-ENTRY OCCURS 800 TIMES.
               10  CMB-CMP-CODE PIC X(8).
               10  CMB-LANG PIC X(2).
               10  CMB-LEVEL PIC X(2).
               10  CMB-PIECES PIC 9(7).
               10  CMB-AMOUNT PIC 9(7)V999.
       01  WS-CMB-COUNT PIC 9(3) VALUE 0.
       01  WS-CMB-IDX PIC 9(3).
       01  WS-CMB-MATCH PIC 9(3).
       01  LANGUAGE-CODES.
           05  FILLER PIC X(2) VALUE 'EN'.
           05  FILLER PIC X(2) VALUE 'FR'.
           05  FILLER PIC X(2) VALUE 'ES'.
           05  FILLER PIC X(2) VALUE 'OT'.
       01  LANGUAGE-CODES-TBL REDEFINES LANGUAGE-CODES.
           05  LNG-CODE OCCURS 4 TIMES PIC X(2).
       01  LANGUAGE-TOTAL-TABLE.
           05  LNG-ENTRY OCCURS 4 TIMES.
               10  LNG-PIECES PIC 9(7).
               10  LNG-AMOUNT PIC 9(7)V999.
       01  WS-LNG-IDX PIC 9(1).
       01  WS-LNG-MATCH PIC 9(1).
       01  LEVEL-CODES.
           05  FILLER PIC X(2) VALUE '5D'.
           05  FILLER PIC X(2) VALUE '3D'.
           05  FILLER PIC X(2) VALUE 'MX'.
           05  FILLER PIC X(2) VALUE 'SP'.
       01  LEVEL-CODES-TBL REDEFINES LEVEL-CODES.
           05  LVL-CODE OCCURS 4 TIMES PIC X(2).
       01  LEVEL-NAMES.
           05  FILLER PIC X(18) VALUE '5-DIGIT BUNDLE    '.
           05  FILLER PIC X(18) VALUE '3-DIGIT TRAY      '.
           05  FILLER PIC X(18) VALUE 'MIXED RESIDUAL    '.
           05  FILLER PIC X(18) VALUE 'SINGLE PIECE      '.
       01  LEVEL-NAMES-TBL REDEFINES LEVEL-NAMES.
           05  LVL-NAME OCCURS 4 TIMES PIC X(18).
       01  LEVEL-TOTAL-TABLE.
           05  LVL-ENTRY OCCURS 4 TIMES.
               10  LVL-PIECES PIC 9(7).
               10  LVL-AMOUNT PIC 9(7)V999.
       01  WS-LVL-IDX PIC 9(1).
       01  WS-LVL-MATCH PIC 9(1).
       01  WS-GRAND-PIECES PIC 9(7) VALUE 0.
       01  WS-GRAND-AMOUNT PIC 9(7)V999 VALUE 0.
       01  WS-BILLED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-CAMPAIGN-CENTS PIC 9(7)V99.
       01  WS-NOT-MAILED PIC S9(7).
       01  WS-DISPLAY-CMP-CODE PIC X(8).
       01  WS-STMT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'POSTAGE STATEMENT          RUN DATE '.
           05  STM-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(13) VALUE ' MIN BUNDLE  '.
           05  STM-HDR-MIN PIC ZZZ9.
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-STMT-SECTION-LINE.
           05  STM-SEC-TITLE PIC X(40).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-STMT-DETAIL-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CAMPAIGN LANG LEVEL              PIECES '.
           05  FILLER PIC X(40) VALUE '      POSTAGE'.
       01  WS-STMT-DETAIL-LINE.
           05  STM-DET-CAMPAIGN PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-DET-LANG PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-DET-LEVEL PIC X(18).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-DET-PIECES PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  STM-DET-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-STMT-BILL-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CAMPAIGN DEPT     CC     PIECES      POS'.
           05  FILLER PIC X(40) VALUE 'TAGE  BILLING'.
       01  WS-STMT-BILL-LINE.
           05  STM-BIL-CAMPAIGN PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-BIL-DEPT PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-BIL-COST-CENTRE PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-BIL-PIECES PIC ZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  STM-BIL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  STM-BIL-NOTE PIC X(27).
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-STMT-COUNT-LINE.
           05  STM-CNT-LABEL PIC X(34).
           05  STM-CNT-VALUE PIC ---,---,--9.
           05  FILLER PIC X(35) VALUE SPACES.
       01  WS-STMT-UNPRICED-LINE.
           05  FILLER PIC X(17) VALUE 'UNPRICED  PIECE  '.
           05  STM-UNP-CUST PIC X(8).
           05  FILLER PIC X(6) VALUE ' LVL  '.
           05  STM-UNP-LEVEL PIC X(2).
           05  FILLER PIC X(9) VALUE ' WEIGHT  '.
           05  STM-UNP-WEIGHT PIC Z9.99.
           05  FILLER PIC X(33)
               VALUE ' OZ - NO RATE FOR LEVEL/WEIGHT   '.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-PRESORT-CONTROL
           PERFORM LOAD-POSTAGE-RATES
           IF WS-RATE-COUNT = 0
              DISPLAY 'ZTPPSTAG NO POSTRATE RATE ENTRIES - CANNOT '
                  'PRICE THE MAILING'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM LOAD-CAMPAIGN-OWNERS
           PERFORM LOAD-PRESORT-BUNDLES
           OPEN OUTPUT POST-STMT-FILE
           IF POST-STMT-STATUS NOT = '00'
              DISPLAY 'ZTPPSTAG POSTSTMT OPEN FAILED, STATUS: '
                  POST-STMT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT PIECE-IN-FILE
           IF PIECE-IN-STATUS NOT = '00'
              DISPLAY 'ZTPPSTAG PIECEIN OPEN FAILED, STATUS: '
                  PIECE-IN-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE POST-STMT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO STM-HDR-RUN-DATE
           MOVE WS-MIN-BUNDLE-PIECES TO STM-HDR-MIN
           WRITE POST-STMT-RECORD FROM WS-STMT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE POST-STMT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
                   UNTIL WS-LNG-IDX > 4
               MOVE 0 TO LNG-PIECES (WS-LNG-IDX)
               MOVE 0 TO LNG-AMOUNT (WS-LNG-IDX)
           END-PERFORM
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > 4
               MOVE 0 TO LVL-PIECES (WS-LVL-IDX)
               MOVE 0 TO LVL-AMOUNT (WS-LVL-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ PIECE-IN-FILE
               IF PIECE-IN-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM PRICE-ONE-PIECE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE PIECE-IN-FILE
           PERFORM WRITE-CAMPAIGN-DETAIL
           PERFORM WRITE-LANGUAGE-TOTALS
           PERFORM WRITE-LEVEL-TOTALS
           PERFORM WRITE-CHARGEBACKS
           PERFORM WRITE-STATEMENT-COUNTS
           CLOSE POST-STMT-FILE
           DISPLAY 'ZTPPSTAG PRESORTD PIECES: ' WS-PRESORT-PIECES
           DISPLAY 'ZTPPSTAG PIECES MAILED: ' WS-RECORDS-READ
           DISPLAY 'ZTPPSTAG PIECES PRICED: ' WS-PIECES-PRICED
           DISPLAY 'ZTPPSTAG PIECES UNPRICED: ' WS-PIECES-UNPRICED
           DISPLAY 'ZTPPSTAG CHARGEBACK RECORDS: '
               WS-CHARGEBACKS-WRITTEN
           DISPLAY 'ZTPPSTAG CAMPAIGNS WITH NO OWNER: '
               WS-UNOWNED-CAMPAIGNS
           IF WS-PIECES-UNPRICED > 0
              OR WS-UNOWNED-CAMPAIGNS > 0
              OR WS-ZIP-OVERFLOW > 0
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

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPPSTAG' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPPSTAG' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPPSTAG' TO VER-PROGRAM-ID
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

       LOAD-PRESORT-CONTROL.
           OPEN INPUT PRESORT-CTL-FILE
           IF PRESORT-CTL-STATUS = '00'
              READ PRESORT-CTL-FILE
              IF PRESORT-CTL-STATUS = '00'
                 AND CTL-MIN-BUNDLE-PIECES > 0
                 MOVE CTL-MIN-BUNDLE-PIECES TO WS-MIN-BUNDLE-PIECES
              END-IF
              CLOSE PRESORT-CTL-FILE
           END-IF.

       LOAD-POSTAGE-RATES.
           OPEN INPUT POST-RATE-FILE
           IF POST-RATE-STATUS NOT = '00'
              DISPLAY 'ZTPPSTAG POSTRATE OPEN FAILED, STATUS: '
                  POST-RATE-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ POST-RATE-FILE
                  IF POST-RATE-STATUS = '00'
                     EVALUATE PRT-REC-TYPE
                         WHEN 'R'
                             PERFORM ADD-RATE-ENTRY
                         WHEN 'W'
                             PERFORM SET-WEIGHT-FACTORS
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE POST-RATE-FILE
           END-IF.

       ADD-RATE-ENTRY.
           IF PRT-MAX-WEIGHT IS NOT NUMERIC
              OR PRT-RATE IS NOT NUMERIC
              DISPLAY 'ZTPPSTAG POSTRATE ENTRY IGNORED, LEVEL: '
                  PRT-LEVEL
           ELSE
              IF WS-RATE-COUNT < 100
                 ADD 1 TO WS-RATE-COUNT
                 MOVE PRT-LEVEL TO RTE-LEVEL (WS-RATE-COUNT)
                 MOVE PRT-MAX-WEIGHT TO RTE-MAX-WEIGHT (WS-RATE-COUNT)
                 MOVE PRT-RATE TO RTE-RATE (WS-RATE-COUNT)
              ELSE
                 DISPLAY 'ZTPPSTAG RATE TABLE FULL, DISCARDED: '
                     PRT-LEVEL ' ' PRT-MAX-WEIGHT
              END-IF
           END-IF.

       SET-WEIGHT-FACTORS.
           IF PRW-LINES-PER-SHEET IS NUMERIC
              AND PRW-LINES-PER-SHEET > 0
              MOVE PRW-LINES-PER-SHEET TO WS-LINES-PER-SHEET
           END-IF
           IF PRW-SHEET-WEIGHT IS NUMERIC
              AND PRW-SHEET-WEIGHT > 0
              MOVE PRW-SHEET-WEIGHT TO WS-SHEET-WEIGHT
           END-IF
           IF PRW-ENVELOPE-WEIGHT IS NUMERIC
              AND PRW-ENVELOPE-WEIGHT > 0
              MOVE PRW-ENVELOPE-WEIGHT TO WS-ENVELOPE-WEIGHT
           END-IF.

       LOAD-CAMPAIGN-OWNERS.
           OPEN INPUT CMP-OWNER-FILE
           IF CMP-OWNER-STATUS NOT = '00'
              DISPLAY 'ZTPPSTAG CMPOWNER NOT AVAILABLE, STATUS: '
                  CMP-OWNER-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ CMP-OWNER-FILE
                  IF CMP-OWNER-STATUS = '00'
                     IF WS-OWN-COUNT < 100
                        ADD 1 TO WS-OWN-COUNT
                        MOVE COW-CMP-CODE TO OWN-CMP-CODE (WS-OWN-COUNT)
                        MOVE COW-DEPT TO OWN-DEPT (WS-OWN-COUNT)
                        MOVE COW-COST-CENTRE TO
                            OWN-COST-CENTRE (WS-OWN-COUNT)
                        MOVE COW-DEPT-NAME TO
                            OWN-DEPT-NAME (WS-OWN-COUNT)
                     ELSE
                        DISPLAY 'ZTPPSTAG OWNER TABLE FULL, DISCARDED: '
                            COW-CMP-CODE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CMP-OWNER-FILE
           END-IF.

       LOAD-PRESORT-BUNDLES.
           OPEN INPUT PRESORT-IN-FILE
           IF PRESORT-IN-STATUS NOT = '00'
              DISPLAY 'ZTPPSTAG PRESORTD OPEN FAILED, STATUS: '
                  PRESORT-IN-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM VARYING WS-ZIP-IDX FROM 1 BY 1
                   UNTIL WS-ZIP-IDX > 1000
               MOVE 0 TO PFX-RESIDUAL (WS-ZIP-IDX)
           END-PERFORM
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ PRESORT-IN-FILE
               IF PRESORT-IN-STATUS = '00'
                  IF PRESORT-IN-RECORD (1:4) = 'ENVH'
                     OR PRESORT-IN-RECORD (1:4) = 'ENVT'
                     CONTINUE
                  ELSE
                     ADD 1 TO WS-PRESORT-PIECES
                     PERFORM COUNT-PRESORT-PIECE
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE PRESORT-IN-FILE
           PERFORM VARYING WS-ZIP-IDX FROM 1 BY 1
                   UNTIL WS-ZIP-IDX > WS-ZIP-COUNT
               IF ZIP-TBL-PIECES (WS-ZIP-IDX) >= WS-MIN-BUNDLE-PIECES
                  MOVE '5D' TO ZIP-TBL-LEVEL (WS-ZIP-IDX)
               ELSE
                  MOVE 'MX' TO ZIP-TBL-LEVEL (WS-ZIP-IDX)
                  IF ZIP-TBL-CODE (WS-ZIP-IDX) (1:3) IS NUMERIC
                     MOVE ZIP-TBL-CODE (WS-ZIP-IDX) (1:3)
                         TO WS-PREFIX-NUM
                     ADD ZIP-TBL-PIECES (WS-ZIP-IDX)
                         TO PFX-RESIDUAL (WS-PREFIX-NUM + 1)
                  END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ZIP-IDX FROM 1 BY 1
                   UNTIL WS-ZIP-IDX > WS-ZIP-COUNT
               IF ZIP-TBL-LEVEL (WS-ZIP-IDX) = 'MX'
                  AND ZIP-TBL-CODE (WS-ZIP-IDX) (1:3) IS NUMERIC
                  MOVE ZIP-TBL-CODE (WS-ZIP-IDX) (1:3)
                      TO WS-PREFIX-NUM
                  IF PFX-RESIDUAL (WS-PREFIX-NUM + 1)
                     >= WS-MIN-BUNDLE-PIECES
                     MOVE '3D' TO ZIP-TBL-LEVEL (WS-ZIP-IDX)
                  END-IF
               END-IF
           END-PERFORM.

       COUNT-PRESORT-PIECE.
           MOVE PSI-CUST-POSTAL (1:5) TO WS-POSTAL-ZIP
           PERFORM FIND-ZIP-ENTRY
           IF WS-ZIP-MATCH > 0
              ADD 1 TO ZIP-TBL-PIECES (WS-ZIP-MATCH)
           ELSE
              IF WS-ZIP-COUNT < 5000
                 ADD 1 TO WS-ZIP-COUNT
                 MOVE WS-POSTAL-ZIP TO ZIP-TBL-CODE (WS-ZIP-COUNT)
                 MOVE 1 TO ZIP-TBL-PIECES (WS-ZIP-COUNT)
                 MOVE SPACES TO ZIP-TBL-LEVEL (WS-ZIP-COUNT)
              ELSE
                 ADD 1 TO WS-ZIP-OVERFLOW
                 IF WS-ZIP-OVERFLOW = 1
                    DISPLAY 'ZTPPSTAG ZIP TABLE FULL - LATER ZIPS '
                        'PRICED AS SINGLE PIECE'
                 END-IF
              END-IF
           END-IF.

       FIND-ZIP-ENTRY.
           MOVE 0 TO WS-ZIP-MATCH
           IF WS-ZIP-COUNT > 0
              AND ZIP-TBL-CODE (WS-ZIP-COUNT) = WS-POSTAL-ZIP
              MOVE WS-ZIP-COUNT TO WS-ZIP-MATCH
           ELSE
              PERFORM VARYING WS-ZIP-IDX FROM 1 BY 1
                      UNTIL WS-ZIP-IDX > WS-ZIP-COUNT
                  IF ZIP-TBL-CODE (WS-ZIP-IDX) = WS-POSTAL-ZIP
                     MOVE WS-ZIP-IDX TO WS-ZIP-MATCH
                     MOVE WS-ZIP-COUNT TO WS-ZIP-IDX
                  END-IF
              END-PERFORM
           END-IF.

       PRICE-ONE-PIECE.
           MOVE 'SP' TO WS-PIECE-LEVEL
           IF PCE-POSTAL (1:5) NOT = SPACES
              MOVE PCE-POSTAL (1:5) TO WS-POSTAL-ZIP
              PERFORM FIND-ZIP-ENTRY
              IF WS-ZIP-MATCH > 0
                 MOVE ZIP-TBL-LEVEL (WS-ZIP-MATCH) TO WS-PIECE-LEVEL
              END-IF
           END-IF
           IF PCE-LINES IS NOT NUMERIC
              OR PCE-LINES = 0
              MOVE 1 TO WS-PIECE-SHEETS
           ELSE
              COMPUTE WS-PIECE-SHEETS =
                  (PCE-LINES + WS-LINES-PER-SHEET - 1)
                  / WS-LINES-PER-SHEET
           END-IF
           COMPUTE WS-PIECE-WEIGHT = WS-ENVELOPE-WEIGHT
               + WS-PIECE-SHEETS * WS-SHEET-WEIGHT
           MOVE 0 TO WS-RATE-MATCH
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF RTE-LEVEL (WS-RATE-IDX) = WS-PIECE-LEVEL
                  AND RTE-MAX-WEIGHT (WS-RATE-IDX) >= WS-PIECE-WEIGHT
                  IF WS-RATE-MATCH = 0
                     MOVE WS-RATE-IDX TO WS-RATE-MATCH
                  ELSE
                     IF RTE-MAX-WEIGHT (WS-RATE-IDX) <
                        RTE-MAX-WEIGHT (WS-RATE-MATCH)
                        MOVE WS-RATE-IDX TO WS-RATE-MATCH
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-MATCH = 0
              ADD 1 TO WS-PIECES-UNPRICED
              MOVE PCE-CUST-NUMBER TO STM-UNP-CUST
              MOVE WS-PIECE-LEVEL TO STM-UNP-LEVEL
              MOVE WS-PIECE-WEIGHT TO STM-UNP-WEIGHT
              WRITE POST-STMT-RECORD FROM WS-STMT-UNPRICED-LINE
           ELSE
              ADD 1 TO WS-PIECES-PRICED
              MOVE RTE-RATE (WS-RATE-MATCH) TO WS-PIECE-RATE
              PERFORM ACCUMULATE-PIECE
           END-IF.

       ACCUMULATE-PIECE.
           ADD 1 TO WS-GRAND-PIECES
           ADD WS-PIECE-RATE TO WS-GRAND-AMOUNT
           MOVE 4 TO WS-LNG-MATCH
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
                   UNTIL WS-LNG-IDX > 3
               IF LNG-CODE (WS-LNG-IDX) = PCE-SPLIT-LANG
                  MOVE WS-LNG-IDX TO WS-LNG-MATCH
               END-IF
           END-PERFORM
           ADD 1 TO LNG-PIECES (WS-LNG-MATCH)
           ADD WS-PIECE-RATE TO LNG-AMOUNT (WS-LNG-MATCH)
           MOVE 4 TO WS-LVL-MATCH
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > 3
               IF LVL-CODE (WS-LVL-IDX) = WS-PIECE-LEVEL
                  MOVE WS-LVL-IDX TO WS-LVL-MATCH
               END-IF
           END-PERFORM
           ADD 1 TO LVL-PIECES (WS-LVL-MATCH)
           ADD WS-PIECE-RATE TO LVL-AMOUNT (WS-LVL-MATCH)
           MOVE 0 TO WS-CPT-MATCH
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                   UNTIL WS-CPT-IDX > WS-CPT-COUNT
               IF CPT-CMP-CODE (WS-CPT-IDX) = PCE-CMP-CODE
                  MOVE WS-CPT-IDX TO WS-CPT-MATCH
                  MOVE WS-CPT-COUNT TO WS-CPT-IDX
               END-IF
           END-PERFORM
           IF WS-CPT-MATCH = 0
              IF WS-CPT-COUNT < 50
                 ADD 1 TO WS-CPT-COUNT
                 MOVE WS-CPT-COUNT TO WS-CPT-MATCH
                 MOVE PCE-CMP-CODE TO CPT-CMP-CODE (WS-CPT-MATCH)
                 MOVE 0 TO CPT-PIECES (WS-CPT-MATCH)
                 MOVE 0 TO CPT-AMOUNT (WS-CPT-MATCH)
              ELSE
                 DISPLAY 'ZTPPSTAG CAMPAIGN TABLE FULL, NOT BILLED: '
                     PCE-CMP-CODE
              END-IF
           END-IF
           IF WS-CPT-MATCH > 0
              ADD 1 TO CPT-PIECES (WS-CPT-MATCH)
              ADD WS-PIECE-RATE TO CPT-AMOUNT (WS-CPT-MATCH)
           END-IF
           MOVE 0 TO WS-CMB-MATCH
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
                   UNTIL WS-CMB-IDX > WS-CMB-COUNT
               IF CMB-CMP-CODE (WS-CMB-IDX) = PCE-CMP-CODE
                  AND CMB-LANG (WS-CMB-IDX) = LNG-CODE (WS-LNG-MATCH)
                  AND CMB-LEVEL (WS-CMB-IDX) = LVL-CODE (WS-LVL-MATCH)
                  MOVE WS-CMB-IDX TO WS-CMB-MATCH
                  MOVE WS-CMB-COUNT TO WS-CMB-IDX
               END-IF
           END-PERFORM
           IF WS-CMB-MATCH = 0
              AND WS-CMB-COUNT < 800
              ADD 1 TO WS-CMB-COUNT
              MOVE WS-CMB-COUNT TO WS-CMB-MATCH
              MOVE PCE-CMP-CODE TO CMB-CMP-CODE (WS-CMB-MATCH)
              MOVE LNG-CODE (WS-LNG-MATCH) TO CMB-LANG (WS-CMB-MATCH)
              MOVE LVL-CODE (WS-LVL-MATCH) TO CMB-LEVEL (WS-CMB-MATCH)
              MOVE 0 TO CMB-PIECES (WS-CMB-MATCH)
              MOVE 0 TO CMB-AMOUNT (WS-CMB-MATCH)
           END-IF
           IF WS-CMB-MATCH > 0
              ADD 1 TO CMB-PIECES (WS-CMB-MATCH)
              ADD WS-PIECE-RATE TO CMB-AMOUNT (WS-CMB-MATCH)
           END-IF.

       WRITE-CAMPAIGN-DETAIL.
           MOVE SPACES TO POST-STMT-RECORD
           WRITE POST-STMT-RECORD
           MOVE 'POSTAGE BY CAMPAIGN, LANGUAGE AND LEVEL'
               TO STM-SEC-TITLE
           WRITE POST-STMT-RECORD FROM WS-STMT-SECTION-LINE
           WRITE POST-STMT-RECORD FROM WS-STMT-DETAIL-COLUMNS
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                   UNTIL WS-CPT-IDX > WS-CPT-COUNT
               PERFORM SET-DISPLAY-CAMPAIGN
               PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
                       UNTIL WS-LNG-IDX > 4
                   PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                           UNTIL WS-LVL-IDX > 4
                       PERFORM WRITE-ONE-COMBINATION
                   END-PERFORM
               END-PERFORM
               MOVE WS-DISPLAY-CMP-CODE TO STM-DET-CAMPAIGN
               MOVE SPACES TO STM-DET-LANG
               MOVE 'CAMPAIGN TOTAL' TO STM-DET-LEVEL
               MOVE CPT-PIECES (WS-CPT-IDX) TO STM-DET-PIECES
               COMPUTE STM-DET-AMOUNT ROUNDED =
                   CPT-AMOUNT (WS-CPT-IDX)
               WRITE POST-STMT-RECORD FROM WS-STMT-DETAIL-LINE
               MOVE SPACES TO POST-STMT-RECORD
               WRITE POST-STMT-RECORD
           END-PERFORM.

       WRITE-ONE-COMBINATION.
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
                   UNTIL WS-CMB-IDX > WS-CMB-COUNT
               IF CMB-CMP-CODE (WS-CMB-IDX) = CPT-CMP-CODE (WS-CPT-IDX)
                  AND CMB-LANG (WS-CMB-IDX) = LNG-CODE (WS-LNG-IDX)
                  AND CMB-LEVEL (WS-CMB-IDX) = LVL-CODE (WS-LVL-IDX)
                  MOVE WS-DISPLAY-CMP-CODE TO STM-DET-CAMPAIGN
                  MOVE LNG-CODE (WS-LNG-IDX) TO STM-DET-LANG
                  MOVE LVL-NAME (WS-LVL-IDX) TO STM-DET-LEVEL
                  MOVE CMB-PIECES (WS-CMB-IDX) TO STM-DET-PIECES
                  COMPUTE STM-DET-AMOUNT ROUNDED =
                      CMB-AMOUNT (WS-CMB-IDX)
                  WRITE POST-STMT-RECORD FROM WS-STMT-DETAIL-LINE
                  MOVE WS-CMB-COUNT TO WS-CMB-IDX
               END-IF
           END-PERFORM.

       SET-DISPLAY-CAMPAIGN.
           IF CPT-CMP-CODE (WS-CPT-IDX) = SPACES
              MOVE '(NONE)' TO WS-DISPLAY-CMP-CODE
           ELSE
              MOVE CPT-CMP-CODE (WS-CPT-IDX) TO WS-DISPLAY-CMP-CODE
           END-IF.

       WRITE-LANGUAGE-TOTALS.
           MOVE 'POSTAGE BY LANGUAGE FILE' TO STM-SEC-TITLE
           WRITE POST-STMT-RECORD FROM WS-STMT-SECTION-LINE
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1
                   UNTIL WS-LNG-IDX > 4
               MOVE SPACES TO STM-DET-CAMPAIGN
               MOVE LNG-CODE (WS-LNG-IDX) TO STM-DET-LANG
               MOVE SPACES TO STM-DET-LEVEL
               STRING 'MAIL' LNG-CODE (WS-LNG-IDX)
                   DELIMITED BY SIZE INTO STM-DET-LEVEL
               MOVE LNG-PIECES (WS-LNG-IDX) TO STM-DET-PIECES
               COMPUTE STM-DET-AMOUNT ROUNDED = LNG-AMOUNT (WS-LNG-IDX)
               WRITE POST-STMT-RECORD FROM WS-STMT-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO POST-STMT-RECORD
           WRITE POST-STMT-RECORD.

       WRITE-LEVEL-TOTALS.
           MOVE 'POSTAGE BY PRESORT LEVEL' TO STM-SEC-TITLE
           WRITE POST-STMT-RECORD FROM WS-STMT-SECTION-LINE
           PERFORM VARYING WS-LVL-IDX FROM 1 BY 1
                   UNTIL WS-LVL-IDX > 4
               MOVE SPACES TO STM-DET-CAMPAIGN
               MOVE SPACES TO STM-DET-LANG
               MOVE LVL-NAME (WS-LVL-IDX) TO STM-DET-LEVEL
               MOVE LVL-PIECES (WS-LVL-IDX) TO STM-DET-PIECES
               COMPUTE STM-DET-AMOUNT ROUNDED = LVL-AMOUNT (WS-LVL-IDX)
               WRITE POST-STMT-RECORD FROM WS-STMT-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO STM-DET-CAMPAIGN
           MOVE SPACES TO STM-DET-LANG
           MOVE 'GRAND TOTAL' TO STM-DET-LEVEL
           MOVE WS-GRAND-PIECES TO STM-DET-PIECES
           COMPUTE STM-DET-AMOUNT ROUNDED = WS-GRAND-AMOUNT
           WRITE POST-STMT-RECORD FROM WS-STMT-DETAIL-LINE
           MOVE SPACES TO POST-STMT-RECORD
           WRITE POST-STMT-RECORD.

       WRITE-CHARGEBACKS.
           MOVE 'CHARGEBACK TO OWNING DEPARTMENTS' TO STM-SEC-TITLE
           WRITE POST-STMT-RECORD FROM WS-STMT-SECTION-LINE
           WRITE POST-STMT-RECORD FROM WS-STMT-BILL-COLUMNS
           IF WS-RUN-MODE NOT = 'TEST'
              OPEN OUTPUT CHARGEBACK-FILE
              IF CHARGEBACK-STATUS NOT = '00'
                 DISPLAY 'ZTPPSTAG CHGBACK OPEN FAILED, STATUS: '
                     CHARGEBACK-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE POST-STMT-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                   UNTIL WS-CPT-IDX > WS-CPT-COUNT
               PERFORM BILL-ONE-CAMPAIGN
           END-PERFORM
           IF WS-RUN-MODE NOT = 'TEST'
              CLOSE CHARGEBACK-FILE
           END-IF
           MOVE SPACES TO POST-STMT-RECORD
           WRITE POST-STMT-RECORD.

       BILL-ONE-CAMPAIGN.
           PERFORM SET-DISPLAY-CAMPAIGN
           COMPUTE WS-CAMPAIGN-CENTS ROUNDED = CPT-AMOUNT (WS-CPT-IDX)
           MOVE 0 TO WS-OWN-MATCH
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF OWN-CMP-CODE (WS-OWN-IDX) = CPT-CMP-CODE (WS-CPT-IDX)
                  MOVE WS-OWN-IDX TO WS-OWN-MATCH
                  MOVE WS-OWN-COUNT TO WS-OWN-IDX
               END-IF
           END-PERFORM
           MOVE WS-DISPLAY-CMP-CODE TO STM-BIL-CAMPAIGN
           MOVE CPT-PIECES (WS-CPT-IDX) TO STM-BIL-PIECES
           MOVE WS-CAMPAIGN-CENTS TO STM-BIL-AMOUNT
           IF WS-OWN-MATCH = 0
              ADD 1 TO WS-UNOWNED-CAMPAIGNS
              MOVE SPACES TO STM-BIL-DEPT
              MOVE SPACES TO STM-BIL-COST-CENTRE
              MOVE 'NO OWNING DEPT - NOT BILLED' TO STM-BIL-NOTE
           ELSE
              MOVE OWN-DEPT (WS-OWN-MATCH) TO STM-BIL-DEPT
              MOVE OWN-COST-CENTRE (WS-OWN-MATCH) TO STM-BIL-COST-CENTRE
              MOVE OWN-DEPT-NAME (WS-OWN-MATCH) TO STM-BIL-NOTE
              ADD WS-CAMPAIGN-CENTS TO WS-BILLED-AMOUNT
              IF WS-RUN-MODE NOT = 'TEST'
                 MOVE SPACES TO CHARGEBACK-RECORD
                 MOVE WS-RUN-DATE TO CBK-RUN-DATE
                 MOVE OWN-DEPT (WS-OWN-MATCH) TO CBK-DEPT
                 MOVE OWN-COST-CENTRE (WS-OWN-MATCH) TO CBK-COST-CENTRE
                 MOVE CPT-CMP-CODE (WS-CPT-IDX) TO CBK-CMP-CODE
                 MOVE CPT-PIECES (WS-CPT-IDX) TO CBK-PIECES
                 MOVE WS-CAMPAIGN-CENTS TO CBK-AMOUNT
                 MOVE 'ZTPPSTAG' TO CBK-SOURCE
                 STRING 'POSTAGE ' WS-DISPLAY-CMP-CODE ' '
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO CBK-DESCRIPTION
                 WRITE CHARGEBACK-RECORD
                 ADD 1 TO WS-CHARGEBACKS-WRITTEN
              END-IF
           END-IF
           WRITE POST-STMT-RECORD FROM WS-STMT-BILL-LINE.

       WRITE-STATEMENT-COUNTS.
           COMPUTE WS-NOT-MAILED = WS-PRESORT-PIECES - WS-RECORDS-READ
           MOVE 'PRESORTD PIECES SEQUENCED         ' TO STM-CNT-LABEL
           MOVE WS-PRESORT-PIECES TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE
           MOVE 'PIECES MAILED                     ' TO STM-CNT-LABEL
           MOVE WS-RECORDS-READ TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE
           MOVE 'SEQUENCED BUT NOT MAILED          ' TO STM-CNT-LABEL
           MOVE WS-NOT-MAILED TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE
           MOVE 'PIECES PRICED                     ' TO STM-CNT-LABEL
           MOVE WS-PIECES-PRICED TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE
           MOVE 'PIECES UNPRICED (NO RATE)         ' TO STM-CNT-LABEL
           MOVE WS-PIECES-UNPRICED TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE
           MOVE 'CAMPAIGNS WITH NO OWNING DEPT     ' TO STM-CNT-LABEL
           MOVE WS-UNOWNED-CAMPAIGNS TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE
           MOVE 'CHARGEBACK RECORDS WRITTEN        ' TO STM-CNT-LABEL
           MOVE WS-CHARGEBACKS-WRITTEN TO STM-CNT-VALUE
           WRITE POST-STMT-RECORD FROM WS-STMT-COUNT-LINE.
       END PROGRAM ZTPPSTAG.
