       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPADXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XTR-CARD-FILE ASSIGN XTRCARD
           FILE STATUS IS XTR-CARD-STATUS.
           SELECT ADOPTS-FILE ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT BREED-ALIAS-FILE ASSIGN BRDALIAS
           FILE STATUS IS BREED-ALIAS-STATUS.
           SELECT XTR-OUT-FILE ASSIGN XTROUT
           FILE STATUS IS XTR-OUT-STATUS.
           SELECT XTR-RPT-FILE ASSIGN XTRRPT
           FILE STATUS IS XTR-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XTR-CARD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  XTR-CARD-RECORD PIC X(80).
       FD  ADOPTS-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-RECORD.
           05  ADOPT-KEY.
               10  ADOPT-BREED PIC X(30).
               10  ADOPT-PERIOD PIC 9(2).
           05  ADOPT-SHELTER PIC X(4).
           05  ADOPT-TRAN-TYPE PIC X(1).
           05  ADOPT-FEE-AMOUNT PIC 9(5)V99.
           05  ADOPT-FEE-COMPONENT PIC X(1).
           05  ADOPT-RETURN-REASON PIC X(3).
           05  ADOPT-RESUBMIT-FLAG PIC X(1).
           05  ADOPT-TO-SHELTER PIC X(4).
           05  ADOPT-SPECIES PIC X(1).
           05  ADOPT-PROMO-CODE PIC X(1).
           05  ADOPT-COUNT PIC 9(3).
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
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  SHL-SHELTER-CODE PIC X(4).
           05  SHL-SHELTER-NAME PIC X(30).
           05  SHL-SHELTER-REGION PIC X(8).
           05  SHL-SHELTER-ACTIVE PIC X(1).
           05  SHL-SHELTER-JURISDICTION PIC X(6).
       FD  BREED-ALIAS-FILE RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-ALIAS-RECORD.
           05  ALS-OLD-NAME PIC X(30).
           05  ALS-NEW-NAME PIC X(30).
           05  ALS-RENAME-DATE PIC X(8).
       FD  XTR-OUT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  XTR-OUT-RECORD PIC X(120).
       FD  XTR-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  XTR-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  XTR-CARD-STATUS PIC X(2).
       01  ADOPTS-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  BREED-ALIAS-STATUS PIC X(2).
       01  XTR-OUT-STATUS PIC X(2).
       01  XTR-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-RECORDS-READ PIC 9(7) VALUE 0.
       01  WS-SOURCE-MISSING PIC 9(1) VALUE 0.
       01  WS-CARD-KEY PIC X(10).
       01  WS-CARD-VALUE PIC X(30).
       01  WS-CARD-REASON PIC X(28).
       01  WS-CARDS-READ PIC 9(3) VALUE 0.
       01  WS-CARDS-ACCEPTED PIC 9(3) VALUE 0.
       01  WS-CARDS-REJECTED PIC 9(3) VALUE 0.
       01  WS-FILTER-CARDS PIC 9(3) VALUE 0.
       01  SELECTION-TABLE.
           05  SEL-ENTRY OCCURS 120 TIMES.
               10  SEL-KEYWORD PIC X(10).
               10  SEL-VALUE PIC X(30).
       01  WS-SEL-COUNT PIC 9(3) VALUE 0.
       01  WS-SEL-IDX PIC 9(3).
       01  WS-SEL-SHELTERS PIC 9(3) VALUE 0.
       01  WS-SEL-REGIONS PIC 9(3) VALUE 0.
       01  WS-SEL-BREEDS PIC 9(3) VALUE 0.
       01  WS-SEL-TRANTYPES PIC 9(3) VALUE 0.
       01  WS-SEL-COMPONENTS PIC 9(3) VALUE 0.
       01  WS-SEL-REASONS PIC 9(3) VALUE 0.
       01  WS-HIT-SHELTER PIC X(1).
       01  WS-HIT-REGION PIC X(1).
       01  WS-HIT-BREED PIC X(1).
       01  WS-HIT-TRANTYPE PIC X(1).
       01  WS-HIT-COMPONENT PIC X(1).
       01  WS-HIT-REASON PIC X(1).
       01  WS-ROW-SELECTED PIC X(1).
       01  WS-PERIOD-GIVEN PIC X(1) VALUE 'N'.
       01  WS-FROM-MONTH PIC 9(6) VALUE 0.
       01  WS-TO-MONTH PIC 9(6) VALUE 999999.
       01  WS-SOURCE-SELECT PIC X(8) VALUE 'BOTH'.
       01  WS-SOURCE-GIVEN PIC X(1) VALUE 'N'.
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
               10  MASTER-SHELTER-REGION PIC X(8).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-SHELTER-FOUND PIC X(1).
       01  BREED-ALIAS-TABLE.
           05  ALIAS-ENTRY OCCURS 50 TIMES.
               10  ALT-OLD-NAME PIC X(30).
               10  ALT-NEW-NAME PIC X(30).
       01  WS-ALT-COUNT PIC 9(2) VALUE 0.
       01  WS-ALT-IDX PIC 9(2).
       01  WS-ALIAS-WORK-NAME PIC X(30).
       01  WS-ALIAS-FOLDED PIC X(1).
       01  WS-ALIAS-PASS PIC 9(2).
       01  WS-ENV-USE PIC X(1).
       01  WS-ENV-DATE PIC X(8).
       01  WS-ENV-MONTH PIC 9(2).
       01  WS-ENVELOPES-READ PIC 9(5) VALUE 0.
       01  WS-ENVELOPES-USED PIC 9(5) VALUE 0.
       01  WS-ENVELOPES-SUPERSEDED PIC 9(5) VALUE 0.
       01  WS-ENVELOPES-TEST PIC 9(5) VALUE 0.
       01  WS-FIRST-ENV-DATE PIC X(8) VALUE HIGH-VALUES.
       01  WS-LAST-ENV-DATE PIC X(8) VALUE LOW-VALUES.
       01  ENVELOPE-DATE-TABLE.
           05  EDT-DATE PIC X(8) OCCURS 400 TIMES.
       01  WS-EDT-COUNT PIC 9(3) VALUE 0.
       01  WS-EDT-IDX PIC 9(3).
       01  WS-EDT-FOUND PIC X(1).
       01  WS-ADOPTS-READ PIC 9(7) VALUE 0.
       01  WS-ADOPTS-SELECTED PIC 9(7) VALUE 0.
       01  WS-ADOPTMST-READ PIC 9(7) VALUE 0.
       01  WS-ADOPTMST-SELECTED PIC 9(7) VALUE 0.
       01  WS-REFUND-ADOPT-PART PIC S9(5)V99.
       01  WS-ROW-YEAR PIC 9(4).
       01  WS-ROW-MONTH PIC 9(2).
       01  XTR-ROW.
           05  XR-SOURCE PIC X(8).
           05  XR-DATE PIC X(8).
           05  XR-MONTH PIC 9(6).
           05  XR-SHELTER PIC X(4).
           05  XR-REGION PIC X(8).
           05  XR-BREED PIC X(30).
           05  XR-SPECIES PIC X(1).
           05  XR-TRAN-TYPE PIC X(1).
           05  XR-COMPONENT PIC X(1).
           05  XR-AMOUNT PIC 9(5)V99.
           05  XR-REASON PIC X(3).
           05  XR-COUNT PIC 9(3).
           05  XR-ANIMAL-ID PIC X(10).
       01  WS-XTR-AMOUNT PIC ZZZZ9.99.
       01  WS-XTR-COUNT PIC ZZ9.
       01  WS-XTR-ROWS PIC 9(7) VALUE 0.
       01  WS-XTR-UNITS PIC 9(9) VALUE 0.
       01  WS-XTR-TOTAL PIC 9(9)V99 VALUE 0.
       01  TRAN-TALLY-TABLE.
           05  TT-ENTRY OCCURS 4 TIMES.
               10  TT-CODE PIC X(1).
               10  TT-ROWS PIC 9(7).
               10  TT-AMOUNT PIC 9(9)V99.
       01  WS-TT-IDX PIC 9(1).
       01  WS-XTR-HEADER.
           05  FILLER PIC X(40) VALUE
               'SOURCE,BUSDATE,MONTH,SHELTER,REGION,BREE'.
           05  FILLER PIC X(40) VALUE
               'D,SPECIES,TRAN,COMPONENT,AMOUNT,REASON,C'.
           05  FILLER PIC X(40) VALUE
               'OUNT,ANIMAL                             '.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(26) VALUE 'AD-HOC ADOPTION EXTRACT   '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(10) VALUE ' RUN MODE '.
           05  RPT-HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(23) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05  RPT-TITLE-TEXT PIC X(40).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-CARD-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-CARD-STATUS PIC X(9).
           05  RPT-CARD-TEXT PIC X(40).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CARD-REASON PIC X(28).
       01  WS-RPT-COUNT-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-CNT-LABEL PIC X(40).
           05  RPT-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(27) VALUE SPACES.
       01  WS-RPT-AMOUNT-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-AMT-LABEL PIC X(40).
           05  RPT-AMT-ROWS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-AMT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(11) VALUE SPACES.
       01  WS-RPT-RANGE-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-RNG-LABEL PIC X(20).
           05  RPT-RNG-FROM PIC X(8).
           05  FILLER PIC X(4) VALUE ' TO '.
           05  RPT-RNG-TO PIC X(8).
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-BREED-ALIAS-TABLE
           OPEN OUTPUT XTR-RPT-FILE
           IF XTR-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPADXTR XTRRPT OPEN FAILED, STATUS: '
                  XTR-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-RUN-MODE
           WRITE XTR-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE XTR-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-SELECTION-CARDS
           PERFORM WRITE-SELECTION-IN-FORCE
           IF WS-CARDS-REJECTED > 0 OR WS-FILTER-CARDS = 0
              IF WS-FILTER-CARDS = 0
                 MOVE 'NO SELECTION CARD SUPPLIED' TO RPT-TITLE-TEXT
                 WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
              END-IF
              MOVE 'EXTRACT NOT RUN - CORRECT THE CARDS' TO
                  RPT-TITLE-TEXT
              WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
              CLOSE XTR-RPT-FILE
              DISPLAY 'ZTPADXTR SELECTION CARDS REJECTED: '
                  WS-CARDS-REJECTED ' FILTER CARDS: '
                  WS-FILTER-CARDS ' - EXTRACT NOT RUN'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           OPEN OUTPUT XTR-OUT-FILE
           IF XTR-OUT-STATUS NOT = '00'
              DISPLAY 'ZTPADXTR XTROUT OPEN FAILED, STATUS: '
                  XTR-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE XTR-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           WRITE XTR-OUT-RECORD FROM WS-XTR-HEADER
           MOVE 'A' TO TT-CODE (1)
           MOVE 'R' TO TT-CODE (2)
           MOVE 'T' TO TT-CODE (3)
           MOVE '*' TO TT-CODE (4)
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 4
               MOVE 0 TO TT-ROWS (WS-TT-IDX)
               MOVE 0 TO TT-AMOUNT (WS-TT-IDX)
           END-PERFORM
           IF WS-SOURCE-SELECT NOT = 'ADOPTMST'
              PERFORM EXTRACT-ADOPTS-GENERATIONS
           END-IF
           IF WS-SOURCE-SELECT NOT = 'ADOPTS'
              PERFORM EXTRACT-ADOPTION-MASTER
           END-IF
           CLOSE XTR-OUT-FILE
           PERFORM WRITE-EXTRACT-SUMMARY
           CLOSE XTR-RPT-FILE
           DISPLAY 'ZTPADXTR ADOPTS RECORDS READ: ' WS-ADOPTS-READ
               ' SELECTED: ' WS-ADOPTS-SELECTED
           DISPLAY 'ZTPADXTR ADOPTMST RECORDS READ: '
               WS-ADOPTMST-READ ' ROWS SELECTED: '
               WS-ADOPTMST-SELECTED
           DISPLAY 'ZTPADXTR EXTRACT ROWS WRITTEN: ' WS-XTR-ROWS
           IF WS-SOURCE-MISSING > 0 OR WS-XTR-ROWS = 0
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
              MOVE 'ZTPADXTR' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPADXTR' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPADXTR' TO VER-PROGRAM-ID
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
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS = '00'
              PERFORM UNTIL SHELTER-CTL-STATUS NOT = '00'
                      OR WS-MASTER-SHELTER-COUNT = 50
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     ADD 1 TO WS-MASTER-SHELTER-COUNT
                     MOVE SHL-SHELTER-CODE TO
                         MASTER-SHELTER-CODE (WS-MASTER-SHELTER-COUNT)
                     MOVE SHL-SHELTER-REGION TO
                         MASTER-SHELTER-REGION
                             (WS-MASTER-SHELTER-COUNT)
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           ELSE
              DISPLAY 'ZTPADXTR SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS
           END-IF.

       LOAD-BREED-ALIAS-TABLE.
           OPEN INPUT BREED-ALIAS-FILE
           IF BREED-ALIAS-STATUS = '00'
              PERFORM UNTIL BREED-ALIAS-STATUS NOT = '00'
                      OR WS-ALT-COUNT = 50
                  READ BREED-ALIAS-FILE
                  IF BREED-ALIAS-STATUS = '00'
                     AND ALS-OLD-NAME NOT = SPACES
                     ADD 1 TO WS-ALT-COUNT
                     MOVE ALS-OLD-NAME TO
                         ALT-OLD-NAME (WS-ALT-COUNT)
                     MOVE ALS-NEW-NAME TO
                         ALT-NEW-NAME (WS-ALT-COUNT)
                  END-IF
              END-PERFORM
              CLOSE BREED-ALIAS-FILE
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

       FIND-SHELTER-REGION.
           MOVE 'N' TO WS-SHELTER-FOUND
           MOVE SPACES TO XR-REGION
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) = XR-SHELTER
                  MOVE 'Y' TO WS-SHELTER-FOUND
                  MOVE MASTER-SHELTER-REGION (WS-SHELTER-IDX) TO
                      XR-REGION
                  MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
               END-IF
           END-PERFORM.

       LOAD-SELECTION-CARDS.
           MOVE 'SELECTION CARDS' TO RPT-TITLE-TEXT
           WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
           OPEN INPUT XTR-CARD-FILE
           IF XTR-CARD-STATUS NOT = '00'
              DISPLAY 'ZTPADXTR XTRCARD NOT AVAILABLE, STATUS: '
                  XTR-CARD-STATUS
           ELSE
              PERFORM UNTIL XTR-CARD-STATUS NOT = '00'
                  READ XTR-CARD-FILE
                  IF XTR-CARD-STATUS = '00'
                     AND XTR-CARD-RECORD NOT = SPACES
                     AND XTR-CARD-RECORD (1:1) NOT = '*'
                     ADD 1 TO WS-CARDS-READ
                     PERFORM EDIT-SELECTION-CARD
                  END-IF
              END-PERFORM
              CLOSE XTR-CARD-FILE
           END-IF
           IF WS-CARDS-READ = 0
              MOVE SPACES TO RPT-CARD-STATUS
              MOVE '(NONE)' TO RPT-CARD-TEXT
              MOVE SPACES TO RPT-CARD-REASON
              WRITE XTR-RPT-RECORD FROM WS-RPT-CARD-LINE
           END-IF.

       EDIT-SELECTION-CARD.
           MOVE SPACES TO WS-CARD-KEY
           MOVE SPACES TO WS-CARD-VALUE
           MOVE SPACES TO WS-CARD-REASON
           UNSTRING XTR-CARD-RECORD DELIMITED BY '='
               INTO WS-CARD-KEY WS-CARD-VALUE
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-CARD-VALUE = SPACES
                   MOVE 'NO VALUE AFTER =' TO WS-CARD-REASON
               WHEN WS-CARD-KEY = 'SHELTER'
                   PERFORM EDIT-SHELTER-CARD
               WHEN WS-CARD-KEY = 'REGION'
                   PERFORM EDIT-REGION-CARD
               WHEN WS-CARD-KEY = 'BREED'
                   MOVE WS-CARD-VALUE TO WS-ALIAS-WORK-NAME
                   PERFORM FOLD-BREED-ALIAS
                   MOVE WS-ALIAS-WORK-NAME TO WS-CARD-VALUE
               WHEN WS-CARD-KEY = 'TRANTYPE'
                   IF WS-CARD-VALUE NOT = 'A'
                      AND WS-CARD-VALUE NOT = 'R'
                      AND WS-CARD-VALUE NOT = 'T'
                      MOVE 'TRANTYPE MUST BE A, R OR T' TO
                          WS-CARD-REASON
                   END-IF
               WHEN WS-CARD-KEY = 'COMPONENT'
                   IF WS-CARD-VALUE NOT = 'A'
                      AND WS-CARD-VALUE NOT = 'M'
                      AND WS-CARD-VALUE NOT = 'D'
                      MOVE 'COMPONENT MUST BE A, M OR D' TO
                          WS-CARD-REASON
                   END-IF
               WHEN WS-CARD-KEY = 'REASON'
                   IF WS-CARD-VALUE (4:27) NOT = SPACES
                      MOVE 'REASON CODE IS 3 CHARACTERS' TO
                          WS-CARD-REASON
                   END-IF
               WHEN WS-CARD-KEY = 'PERIOD'
                   PERFORM EDIT-PERIOD-CARD
               WHEN WS-CARD-KEY = 'SOURCE'
                   PERFORM EDIT-SOURCE-CARD
               WHEN OTHER
                   MOVE 'UNKNOWN KEYWORD' TO WS-CARD-REASON
           END-EVALUATE
           IF WS-CARD-REASON = SPACES
              AND WS-CARD-KEY NOT = 'PERIOD'
              AND WS-CARD-KEY NOT = 'SOURCE'
              IF WS-SEL-COUNT < 120
                 ADD 1 TO WS-SEL-COUNT
                 MOVE WS-CARD-KEY TO SEL-KEYWORD (WS-SEL-COUNT)
                 MOVE WS-CARD-VALUE TO SEL-VALUE (WS-SEL-COUNT)
                 PERFORM COUNT-SELECTION-KEYWORD
              ELSE
                 MOVE 'MORE THAN 120 SELECTIONS' TO WS-CARD-REASON
              END-IF
           END-IF
           MOVE XTR-CARD-RECORD (1:40) TO RPT-CARD-TEXT
           MOVE WS-CARD-REASON TO RPT-CARD-REASON
           IF WS-CARD-REASON = SPACES
              ADD 1 TO WS-CARDS-ACCEPTED
              IF WS-CARD-KEY NOT = 'SOURCE'
                 ADD 1 TO WS-FILTER-CARDS
              END-IF
              MOVE 'ACCEPTED ' TO RPT-CARD-STATUS
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
              MOVE 'REJECTED ' TO RPT-CARD-STATUS
           END-IF
           WRITE XTR-RPT-RECORD FROM WS-RPT-CARD-LINE.

       EDIT-SHELTER-CARD.
           IF WS-CARD-VALUE (5:26) NOT = SPACES
              MOVE 'SHELTER CODE IS 4 CHARACTERS' TO WS-CARD-REASON
           ELSE
              MOVE WS-CARD-VALUE (1:4) TO XR-SHELTER
              PERFORM FIND-SHELTER-REGION
              IF WS-SHELTER-FOUND = 'N'
                 AND WS-MASTER-SHELTER-COUNT > 0
                 MOVE 'SHELTER NOT ON SHLCTL' TO WS-CARD-REASON
              END-IF
           END-IF.

       EDIT-REGION-CARD.
           MOVE 'N' TO WS-SHELTER-FOUND
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-REGION (WS-SHELTER-IDX) =
                      WS-CARD-VALUE
                  MOVE 'Y' TO WS-SHELTER-FOUND
                  MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
               END-IF
           END-PERFORM
           IF WS-SHELTER-FOUND = 'N'
              AND WS-MASTER-SHELTER-COUNT > 0
              MOVE 'REGION NOT ON SHLCTL' TO WS-CARD-REASON
           END-IF.

       EDIT-PERIOD-CARD.
           EVALUATE TRUE
               WHEN WS-PERIOD-GIVEN = 'Y'
                   MOVE 'ONLY ONE PERIOD CARD ALLOWED' TO
                       WS-CARD-REASON
               WHEN WS-CARD-VALUE (1:6) IS NOT NUMERIC
                    OR WS-CARD-VALUE (5:2) < '01'
                    OR WS-CARD-VALUE (5:2) > '12'
                   MOVE 'PERIOD IS YYYYMM OR YYYYMM-YYYYMM' TO
                       WS-CARD-REASON
               WHEN WS-CARD-VALUE (7:24) = SPACES
                   MOVE WS-CARD-VALUE (1:6) TO WS-FROM-MONTH
                   MOVE WS-CARD-VALUE (1:6) TO WS-TO-MONTH
                   MOVE 'Y' TO WS-PERIOD-GIVEN
               WHEN WS-CARD-VALUE (7:1) NOT = '-'
                    OR WS-CARD-VALUE (8:6) IS NOT NUMERIC
                    OR WS-CARD-VALUE (12:2) < '01'
                    OR WS-CARD-VALUE (12:2) > '12'
                    OR WS-CARD-VALUE (14:17) NOT = SPACES
                   MOVE 'PERIOD IS YYYYMM OR YYYYMM-YYYYMM' TO
                       WS-CARD-REASON
               WHEN WS-CARD-VALUE (8:6) < WS-CARD-VALUE (1:6)
                   MOVE 'PERIOD END BEFORE START' TO WS-CARD-REASON
               WHEN OTHER
                   MOVE WS-CARD-VALUE (1:6) TO WS-FROM-MONTH
                   MOVE WS-CARD-VALUE (8:6) TO WS-TO-MONTH
                   MOVE 'Y' TO WS-PERIOD-GIVEN
           END-EVALUATE.

       EDIT-SOURCE-CARD.
           EVALUATE TRUE
               WHEN WS-SOURCE-GIVEN = 'Y'
                   MOVE 'ONLY ONE SOURCE CARD ALLOWED' TO
                       WS-CARD-REASON
               WHEN WS-CARD-VALUE = 'ADOPTS'
                    OR WS-CARD-VALUE = 'ADOPTMST'
                    OR WS-CARD-VALUE = 'BOTH'
                   MOVE WS-CARD-VALUE TO WS-SOURCE-SELECT
                   MOVE 'Y' TO WS-SOURCE-GIVEN
               WHEN OTHER
                   MOVE 'SOURCE IS ADOPTS/ADOPTMST/BOTH' TO
                       WS-CARD-REASON
           END-EVALUATE.

       COUNT-SELECTION-KEYWORD.
           EVALUATE WS-CARD-KEY
               WHEN 'SHELTER'
                   ADD 1 TO WS-SEL-SHELTERS
               WHEN 'REGION'
                   ADD 1 TO WS-SEL-REGIONS
               WHEN 'BREED'
                   ADD 1 TO WS-SEL-BREEDS
               WHEN 'TRANTYPE'
                   ADD 1 TO WS-SEL-TRANTYPES
               WHEN 'COMPONENT'
                   ADD 1 TO WS-SEL-COMPONENTS
               WHEN 'REASON'
                   ADD 1 TO WS-SEL-REASONS
           END-EVALUATE.

       WRITE-SELECTION-IN-FORCE.
           MOVE SPACES TO XTR-RPT-RECORD
           WRITE XTR-RPT-RECORD
           MOVE 'SELECTION IN FORCE' TO RPT-TITLE-TEXT
           WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
           MOVE 'PERIOD (YYYYMM)' TO RPT-RNG-LABEL
           IF WS-PERIOD-GIVEN = 'Y'
              MOVE WS-FROM-MONTH TO RPT-RNG-FROM
              MOVE WS-TO-MONTH TO RPT-RNG-TO
           ELSE
              MOVE 'ALL' TO RPT-RNG-FROM
              MOVE 'ALL' TO RPT-RNG-TO
           END-IF
           WRITE XTR-RPT-RECORD FROM WS-RPT-RANGE-LINE
           MOVE 'SOURCE' TO RPT-RNG-LABEL
           MOVE WS-SOURCE-SELECT TO RPT-RNG-FROM
           MOVE WS-SOURCE-SELECT TO RPT-RNG-TO
           WRITE XTR-RPT-RECORD FROM WS-RPT-RANGE-LINE
           MOVE 'SHELTER VALUES' TO RPT-CNT-LABEL
           MOVE WS-SEL-SHELTERS TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'REGION VALUES' TO RPT-CNT-LABEL
           MOVE WS-SEL-REGIONS TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BREED VALUES (AFTER ALIAS FOLDING)' TO RPT-CNT-LABEL
           MOVE WS-SEL-BREEDS TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'TRANSACTION TYPE VALUES' TO RPT-CNT-LABEL
           MOVE WS-SEL-TRANTYPES TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FEE COMPONENT VALUES' TO RPT-CNT-LABEL
           MOVE WS-SEL-COMPONENTS TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RETURN REASON VALUES' TO RPT-CNT-LABEL
           MOVE WS-SEL-REASONS TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO XTR-RPT-RECORD
           WRITE XTR-RPT-RECORD.

       EXTRACT-ADOPTS-GENERATIONS.
           OPEN INPUT ADOPTS-FILE
           IF ADOPTS-STATUS NOT = '00'
              DISPLAY 'ZTPADXTR ADOPTS NOT AVAILABLE, STATUS: '
                  ADOPTS-STATUS
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              MOVE 'Y' TO WS-ENV-USE
              MOVE WS-RUN-DATE TO WS-ENV-DATE
              PERFORM UNTIL ADOPTS-STATUS NOT = '00'
                  READ ADOPTS-FILE
                  IF ADOPTS-STATUS = '00'
                     EVALUATE TRUE
                         WHEN ADOPTS-RECORD (1:4) = 'ENVH'
                             PERFORM START-ADOPTS-ENVELOPE
                         WHEN ADOPTS-RECORD (1:4) = 'ENVT'
                             MOVE 'Y' TO WS-ENV-USE
                             MOVE WS-RUN-DATE TO WS-ENV-DATE
                         WHEN OTHER
                             ADD 1 TO WS-ADOPTS-READ
                             ADD 1 TO WS-RECORDS-READ
                             IF WS-ENV-USE = 'Y'
                                PERFORM BUILD-ADOPTS-ROW
                                PERFORM SELECT-AND-WRITE-ROW
                                IF WS-ROW-SELECTED = 'Y'
                                   ADD 1 TO WS-ADOPTS-SELECTED
                                END-IF
                             END-IF
                     END-EVALUATE
                  END-IF
              END-PERFORM
              CLOSE ADOPTS-FILE
           END-IF.

       START-ADOPTS-ENVELOPE.
           ADD 1 TO WS-ENVELOPES-READ
           MOVE ADOPTS-RECORD (5:8) TO WS-ENV-DATE
           MOVE 'N' TO WS-ENV-USE
           IF ADOPTS-RECORD (13:4) = 'TEST'
              ADD 1 TO WS-ENVELOPES-TEST
           ELSE
              MOVE 'N' TO WS-EDT-FOUND
              PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                      UNTIL WS-EDT-IDX > WS-EDT-COUNT
                  IF EDT-DATE (WS-EDT-IDX) = WS-ENV-DATE
                     MOVE 'Y' TO WS-EDT-FOUND
                     MOVE WS-EDT-COUNT TO WS-EDT-IDX
                  END-IF
              END-PERFORM
              IF WS-EDT-FOUND = 'Y'
                 ADD 1 TO WS-ENVELOPES-SUPERSEDED
              ELSE
                 IF WS-EDT-COUNT < 400
                    ADD 1 TO WS-EDT-COUNT
                    MOVE WS-ENV-DATE TO EDT-DATE (WS-EDT-COUNT)
                 END-IF
                 MOVE 'Y' TO WS-ENV-USE
                 ADD 1 TO WS-ENVELOPES-USED
                 IF WS-ENV-DATE < WS-FIRST-ENV-DATE
                    MOVE WS-ENV-DATE TO WS-FIRST-ENV-DATE
                 END-IF
                 IF WS-ENV-DATE > WS-LAST-ENV-DATE
                    MOVE WS-ENV-DATE TO WS-LAST-ENV-DATE
                 END-IF
              END-IF
           END-IF.

       BUILD-ADOPTS-ROW.
           MOVE SPACES TO XTR-ROW
           MOVE 'ADOPTS' TO XR-SOURCE
           MOVE WS-ENV-DATE TO XR-DATE
           MOVE 0 TO WS-ROW-YEAR
           MOVE 0 TO WS-ENV-MONTH
           IF WS-ENV-DATE (1:6) IS NUMERIC
              MOVE WS-ENV-DATE (1:4) TO WS-ROW-YEAR
              MOVE WS-ENV-DATE (5:2) TO WS-ENV-MONTH
           END-IF
           IF ADOPT-PERIOD IS NUMERIC
              AND ADOPT-PERIOD >= 1 AND ADOPT-PERIOD <= 12
              MOVE ADOPT-PERIOD TO WS-ROW-MONTH
              IF ADOPT-PERIOD > WS-ENV-MONTH
                 AND WS-ROW-YEAR > 0
                 SUBTRACT 1 FROM WS-ROW-YEAR
              END-IF
           ELSE
              MOVE WS-ENV-MONTH TO WS-ROW-MONTH
           END-IF
           COMPUTE XR-MONTH = WS-ROW-YEAR * 100 + WS-ROW-MONTH
           MOVE ADOPT-SHELTER TO XR-SHELTER
           PERFORM FIND-SHELTER-REGION
           MOVE ADOPT-BREED TO WS-ALIAS-WORK-NAME
           PERFORM FOLD-BREED-ALIAS
           MOVE WS-ALIAS-WORK-NAME TO XR-BREED
           MOVE ADOPT-SPECIES TO XR-SPECIES
           IF ADOPT-TRAN-TYPE = SPACE
              MOVE 'A' TO XR-TRAN-TYPE
           ELSE
              MOVE ADOPT-TRAN-TYPE TO XR-TRAN-TYPE
           END-IF
           IF ADOPT-FEE-COMPONENT = SPACE
              MOVE 'A' TO XR-COMPONENT
           ELSE
              MOVE ADOPT-FEE-COMPONENT TO XR-COMPONENT
           END-IF
           IF ADOPT-FEE-AMOUNT IS NUMERIC
              MOVE ADOPT-FEE-AMOUNT TO XR-AMOUNT
           ELSE
              MOVE 0 TO XR-AMOUNT
           END-IF
           MOVE ADOPT-RETURN-REASON TO XR-REASON
           IF ADOPT-COUNT IS NUMERIC
              MOVE ADOPT-COUNT TO XR-COUNT
           ELSE
              MOVE 0 TO XR-COUNT
           END-IF.

       EXTRACT-ADOPTION-MASTER.
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPADXTR ADOPTMST NOT AVAILABLE, STATUS: '
                  ADOPT-MST-STATUS
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADOPT-MST-FILE NEXT RECORD
                      AT END
                          MOVE 'N' TO WS-MORE-RECORDS
                  END-READ
                  IF WS-MORE-RECORDS = 'Y'
                     ADD 1 TO WS-ADOPTMST-READ
                     ADD 1 TO WS-RECORDS-READ
                     PERFORM EXTRACT-ONE-ADOPTION
                  END-IF
              END-PERFORM
              CLOSE ADOPT-MST-FILE
           END-IF.

       EXTRACT-ONE-ADOPTION.
           MOVE SPACES TO XTR-ROW
           MOVE 'ADOPTMST' TO XR-SOURCE
           MOVE ADM-ADOPT-DATE TO XR-DATE
           PERFORM SET-MASTER-ROW-MONTH
           MOVE ADM-SHELTER TO XR-SHELTER
           PERFORM FIND-SHELTER-REGION
           MOVE ADM-BREED TO WS-ALIAS-WORK-NAME
           PERFORM FOLD-BREED-ALIAS
           MOVE WS-ALIAS-WORK-NAME TO XR-BREED
           MOVE ADM-SPECIES TO XR-SPECIES
           MOVE ADM-ANIMAL-ID TO XR-ANIMAL-ID
           MOVE 'A' TO XR-TRAN-TYPE
           MOVE 'A' TO XR-COMPONENT
           MOVE ADM-FEE-ADOPT TO XR-AMOUNT
           MOVE 1 TO XR-COUNT
           PERFORM SELECT-AND-WRITE-MASTER-ROW
           MOVE 0 TO XR-COUNT
           IF ADM-FEE-CHIP > 0
              MOVE 'M' TO XR-COMPONENT
              MOVE ADM-FEE-CHIP TO XR-AMOUNT
              PERFORM SELECT-AND-WRITE-MASTER-ROW
           END-IF
           IF ADM-FEE-DONATION > 0
              MOVE 'D' TO XR-COMPONENT
              MOVE ADM-FEE-DONATION TO XR-AMOUNT
              PERFORM SELECT-AND-WRITE-MASTER-ROW
           END-IF
           IF ADM-REFUND-DATE NOT = SPACES
              MOVE 'R' TO XR-TRAN-TYPE
              MOVE ADM-REFUND-DATE TO XR-DATE
              PERFORM SET-MASTER-ROW-MONTH
              MOVE 'A' TO XR-COMPONENT
              COMPUTE WS-REFUND-ADOPT-PART =
                  ADM-REFUND-AMOUNT - ADM-REFUND-DONATION
              IF WS-REFUND-ADOPT-PART < 0
                 MOVE 0 TO WS-REFUND-ADOPT-PART
              END-IF
              MOVE WS-REFUND-ADOPT-PART TO XR-AMOUNT
              MOVE 1 TO XR-COUNT
              PERFORM SELECT-AND-WRITE-MASTER-ROW
              IF ADM-REFUND-DONATION > 0
                 MOVE 'D' TO XR-COMPONENT
                 MOVE ADM-REFUND-DONATION TO XR-AMOUNT
                 MOVE 0 TO XR-COUNT
                 PERFORM SELECT-AND-WRITE-MASTER-ROW
              END-IF
           END-IF.

       SET-MASTER-ROW-MONTH.
           IF XR-DATE (1:6) IS NUMERIC
              MOVE XR-DATE (1:6) TO XR-MONTH
           ELSE
              MOVE 0 TO XR-MONTH
           END-IF.

       SELECT-AND-WRITE-MASTER-ROW.
           PERFORM SELECT-AND-WRITE-ROW
           IF WS-ROW-SELECTED = 'Y'
              ADD 1 TO WS-ADOPTMST-SELECTED
           END-IF.

       SELECT-AND-WRITE-ROW.
           MOVE 'Y' TO WS-ROW-SELECTED
           IF XR-MONTH < WS-FROM-MONTH OR XR-MONTH > WS-TO-MONTH
              MOVE 'N' TO WS-ROW-SELECTED
           END-IF
           MOVE 'N' TO WS-HIT-SHELTER
           MOVE 'N' TO WS-HIT-REGION
           MOVE 'N' TO WS-HIT-BREED
           MOVE 'N' TO WS-HIT-TRANTYPE
           MOVE 'N' TO WS-HIT-COMPONENT
           MOVE 'N' TO WS-HIT-REASON
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                      OR WS-ROW-SELECTED = 'N'
               EVALUATE SEL-KEYWORD (WS-SEL-IDX)
                   WHEN 'SHELTER'
                       IF SEL-VALUE (WS-SEL-IDX) = XR-SHELTER
                          MOVE 'Y' TO WS-HIT-SHELTER
                       END-IF
                   WHEN 'REGION'
                       IF SEL-VALUE (WS-SEL-IDX) = XR-REGION
                          MOVE 'Y' TO WS-HIT-REGION
                       END-IF
                   WHEN 'BREED'
                       IF SEL-VALUE (WS-SEL-IDX) = XR-BREED
                          MOVE 'Y' TO WS-HIT-BREED
                       END-IF
                   WHEN 'TRANTYPE'
                       IF SEL-VALUE (WS-SEL-IDX) = XR-TRAN-TYPE
                          MOVE 'Y' TO WS-HIT-TRANTYPE
                       END-IF
                   WHEN 'COMPONENT'
                       IF SEL-VALUE (WS-SEL-IDX) = XR-COMPONENT
                          MOVE 'Y' TO WS-HIT-COMPONENT
                       END-IF
                   WHEN 'REASON'
                       IF SEL-VALUE (WS-SEL-IDX) = XR-REASON
                          MOVE 'Y' TO WS-HIT-REASON
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF (WS-SEL-SHELTERS > 0 AND WS-HIT-SHELTER = 'N')
              OR (WS-SEL-REGIONS > 0 AND WS-HIT-REGION = 'N')
              OR (WS-SEL-BREEDS > 0 AND WS-HIT-BREED = 'N')
              OR (WS-SEL-TRANTYPES > 0 AND WS-HIT-TRANTYPE = 'N')
              OR (WS-SEL-COMPONENTS > 0 AND WS-HIT-COMPONENT = 'N')
              OR (WS-SEL-REASONS > 0 AND WS-HIT-REASON = 'N')
              MOVE 'N' TO WS-ROW-SELECTED
           END-IF
           IF WS-ROW-SELECTED = 'Y'
              PERFORM WRITE-EXTRACT-ROW
           END-IF.

       WRITE-EXTRACT-ROW.
           MOVE XR-AMOUNT TO WS-XTR-AMOUNT
           MOVE XR-COUNT TO WS-XTR-COUNT
           MOVE SPACES TO XTR-OUT-RECORD
           STRING FUNCTION TRIM(XR-SOURCE)
               ','
               XR-DATE
               ','
               XR-MONTH
               ','
               FUNCTION TRIM(XR-SHELTER)
               ','
               FUNCTION TRIM(XR-REGION)
               ','
               FUNCTION TRIM(XR-BREED)
               ','
               XR-SPECIES
               ','
               XR-TRAN-TYPE
               ','
               XR-COMPONENT
               ','
               FUNCTION TRIM(WS-XTR-AMOUNT)
               ','
               FUNCTION TRIM(XR-REASON)
               ','
               FUNCTION TRIM(WS-XTR-COUNT)
               ','
               FUNCTION TRIM(XR-ANIMAL-ID)
               DELIMITED BY SIZE INTO XTR-OUT-RECORD
           WRITE XTR-OUT-RECORD
           ADD 1 TO WS-XTR-ROWS
           ADD XR-COUNT TO WS-XTR-UNITS
           ADD XR-AMOUNT TO WS-XTR-TOTAL
           MOVE 4 TO WS-TT-IDX
           EVALUATE XR-TRAN-TYPE
               WHEN 'A'
                   MOVE 1 TO WS-TT-IDX
               WHEN 'R'
                   MOVE 2 TO WS-TT-IDX
               WHEN 'T'
                   MOVE 3 TO WS-TT-IDX
           END-EVALUATE
           ADD 1 TO TT-ROWS (WS-TT-IDX)
           ADD XR-AMOUNT TO TT-AMOUNT (WS-TT-IDX).

       WRITE-EXTRACT-SUMMARY.
           MOVE 'SOURCES READ' TO RPT-TITLE-TEXT
           WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
           IF WS-SOURCE-SELECT NOT = 'ADOPTMST'
              MOVE 'ADOPTS ENVELOPES (GENERATIONS) READ' TO
                  RPT-CNT-LABEL
              MOVE WS-ENVELOPES-READ TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
              MOVE '  USED' TO RPT-CNT-LABEL
              MOVE WS-ENVELOPES-USED TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
              MOVE '  SKIPPED - SUPERSEDED BY A RERUN' TO
                  RPT-CNT-LABEL
              MOVE WS-ENVELOPES-SUPERSEDED TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
              MOVE '  SKIPPED - TEST MODE' TO RPT-CNT-LABEL
              MOVE WS-ENVELOPES-TEST TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
              IF WS-ENVELOPES-USED > 0
                 MOVE 'BUSINESS DATES' TO RPT-RNG-LABEL
                 MOVE WS-FIRST-ENV-DATE TO RPT-RNG-FROM
                 MOVE WS-LAST-ENV-DATE TO RPT-RNG-TO
                 WRITE XTR-RPT-RECORD FROM WS-RPT-RANGE-LINE
              END-IF
              MOVE 'ADOPTS RECORDS READ' TO RPT-CNT-LABEL
              MOVE WS-ADOPTS-READ TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
              MOVE 'ADOPTS RECORDS SELECTED' TO RPT-CNT-LABEL
              MOVE WS-ADOPTS-SELECTED TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           IF WS-SOURCE-SELECT NOT = 'ADOPTS'
              MOVE 'ADOPTMST RECORDS READ' TO RPT-CNT-LABEL
              MOVE WS-ADOPTMST-READ TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
              MOVE 'ADOPTMST ROWS SELECTED' TO RPT-CNT-LABEL
              MOVE WS-ADOPTMST-SELECTED TO RPT-CNT-VALUE
              WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           IF WS-SOURCE-MISSING > 0
              MOVE '*** A SOURCE WAS NOT AVAILABLE ***' TO
                  RPT-TITLE-TEXT
              WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
           END-IF
           MOVE SPACES TO XTR-RPT-RECORD
           WRITE XTR-RPT-RECORD
           MOVE 'EXTRACT TOTALS               ROWS        AMOUNT'
               TO XTR-RPT-RECORD
           WRITE XTR-RPT-RECORD
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL WS-TT-IDX > 4
               IF TT-ROWS (WS-TT-IDX) > 0
                  EVALUATE WS-TT-IDX
                      WHEN 1
                          MOVE 'ADOPTIONS (A)' TO RPT-AMT-LABEL
                      WHEN 2
                          MOVE 'RETURNS (R)' TO RPT-AMT-LABEL
                      WHEN 3
                          MOVE 'TRANSFERS (T)' TO RPT-AMT-LABEL
                      WHEN OTHER
                          MOVE 'OTHER TRANSACTION TYPES' TO
                              RPT-AMT-LABEL
                  END-EVALUATE
                  MOVE TT-ROWS (WS-TT-IDX) TO RPT-AMT-ROWS
                  MOVE TT-AMOUNT (WS-TT-IDX) TO RPT-AMT-VALUE
                  WRITE XTR-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
               END-IF
           END-PERFORM
           MOVE 'TOTAL EXTRACT ROWS' TO RPT-AMT-LABEL
           MOVE WS-XTR-ROWS TO RPT-AMT-ROWS
           MOVE WS-XTR-TOTAL TO RPT-AMT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'TOTAL OF THE COUNT COLUMN' TO RPT-CNT-LABEL
           MOVE WS-XTR-UNITS TO RPT-CNT-VALUE
           WRITE XTR-RPT-RECORD FROM WS-RPT-COUNT-LINE
           IF WS-XTR-ROWS = 0
              MOVE '*** NO RECORDS MATCHED THE SELECTION ***' TO
                  RPT-TITLE-TEXT
              WRITE XTR-RPT-RECORD FROM WS-RPT-TITLE-LINE
           END-IF.
       END PROGRAM ZTPADXTR.
