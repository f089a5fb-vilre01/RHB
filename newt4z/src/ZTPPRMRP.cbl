       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPPRMRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-CTL-FILE ASSIGN PROMCTL
           FILE STATUS IS PROMOTION-CTL-STATUS.
           SELECT PROMOTION-LEDGER-FILE ASSIGN PROMLDG
           FILE STATUS IS PROMOTION-LEDGER-STATUS.
           SELECT PROMO-RPT-FILE ASSIGN PRMRPT
           FILE STATUS IS PROMO-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-CTL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPPRMCP.
       FD  PROMOTION-LEDGER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPPRLCP.
       FD  PROMO-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PROMO-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  PROMOTION-CTL-STATUS PIC X(2).
       01  PROMOTION-LEDGER-STATUS PIC X(2).
       01  PROMO-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-ROWS-SELECTED PIC 9(6) VALUE 0.
       01  WS-ROWS-NO-HEADER PIC 9(6) VALUE 0.
       01  WS-EVENTS-REPORTED PIC 9(6) VALUE 0.
       01  WS-SELECT-CODE PIC X(1) VALUE SPACE.
       01  WS-SELECT-START PIC X(8) VALUE SPACES.
       01  EVENT-TABLE.
           05  EVT-ENTRY OCCURS 50 TIMES.
               10  EVT-CODE PIC X(1).
               10  EVT-START-DATE PIC X(8).
               10  EVT-END-DATE PIC X(8).
               10  EVT-RULE PIC X(1).
               10  EVT-DISCOUNT PIC 9(5)V99.
               10  EVT-SPONSOR-PCT PIC 9(3).
               10  EVT-NAME PIC X(30).
               10  EVT-SPONSOR PIC X(20).
       01  WS-EVT-COUNT PIC 9(2) VALUE 0.
       01  WS-EVT-IDX PIC 9(2).
       01  WS-EVT-MATCH PIC 9(2).
       01  LEDGER-ROW-TABLE.
           05  LRT-ENTRY OCCURS 1000 TIMES.
               10  LRT-KEY.
                   15  LRT-CODE PIC X(1).
                   15  LRT-START-DATE PIC X(8).
                   15  LRT-SHELTER PIC X(4).
               10  LRT-ADOPTIONS PIC 9(7).
               10  LRT-FEES-CHARGED PIC 9(9)V99.
               10  LRT-STANDARD-VALUE PIC 9(9)V99.
               10  LRT-GIVEN-UP PIC 9(9)V99.
               10  LRT-REIMBURSABLE PIC 9(9)V99.
               10  LRT-UNDERCHARGES PIC 9(5).
       01  WS-LRT-COUNT PIC 9(4) VALUE 0.
       01  WS-LRT-IDX PIC 9(4).
       01  WS-LRT-MATCH PIC 9(4).
       01  WS-LRT-SHIFT PIC 9(4).
       01  WS-NEW-KEY.
           05  WS-NEW-CODE PIC X(1).
           05  WS-NEW-START-DATE PIC X(8).
           05  WS-NEW-SHELTER PIC X(4).
       01  WS-SPONSOR-DUE PIC 9(9)V99.
       01  EVENT-TOTALS.
           05  WS-EVT-ADOPTIONS PIC 9(7).
           05  WS-EVT-FEES PIC 9(9)V99.
           05  WS-EVT-STANDARD PIC 9(9)V99.
           05  WS-EVT-GIVEN-UP PIC 9(9)V99.
           05  WS-EVT-SPONSOR-DUE PIC 9(9)V99.
           05  WS-EVT-UNDERCHARGES PIC 9(5).
       01  GRAND-TOTALS.
           05  WS-TOT-ADOPTIONS PIC 9(7) VALUE 0.
           05  WS-TOT-FEES PIC 9(9)V99 VALUE 0.
           05  WS-TOT-STANDARD PIC 9(9)V99 VALUE 0.
           05  WS-TOT-GIVEN-UP PIC 9(9)V99 VALUE 0.
           05  WS-TOT-SPONSOR-DUE PIC 9(9)V99 VALUE 0.
           05  WS-TOT-UNDERCHARGES PIC 9(5) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(24) VALUE 'PROMOTION EVENT RESULTS'.
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-EVENT-LINE.
           05  FILLER PIC X(6) VALUE 'EVENT '.
           05  RPT-EVT-CODE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-EVT-NAME PIC X(30).
           05  FILLER PIC X(9) VALUE ' SPONSOR '.
           05  RPT-EVT-SPONSOR PIC X(20).
           05  FILLER PIC X(13) VALUE SPACES.
       01  WS-RPT-RULE-LINE.
           05  FILLER PIC X(6) VALUE '  FROM'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-RUL-START PIC X(8).
           05  FILLER PIC X(4) VALUE ' TO '.
           05  RPT-RUL-END PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-RUL-DESC PIC X(11).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-RUL-DISCOUNT PIC ZZZZ9.99.
           05  FILLER PIC X(15) VALUE '  SPONSOR PAYS '.
           05  RPT-RUL-SPONSOR-PCT PIC ZZ9.
           05  FILLER PIC X(14) VALUE '% OF DISCOUNT '.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHELTER  ADOPTED  FEES CHARGED      STAN'.
           05  FILLER PIC X(40)
               VALUE 'DARD      GIVEN UP   SPONSOR DUE UNDER  '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SHELTER PIC X(7).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-ADOPTED PIC ZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-FEES PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STANDARD PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-GIVEN-UP PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SPONSOR-DUE PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-UNDER PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
       01  WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(9).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 1
              AND PARM-TEXT (1:1) NOT = SPACE
              MOVE PARM-TEXT (1:1) TO WS-SELECT-CODE
              IF PARM-LENGTH >= 9
                 AND PARM-TEXT (2:8) IS NUMERIC
                 MOVE PARM-TEXT (2:8) TO WS-SELECT-START
              END-IF
           END-IF
           PERFORM LOAD-PROMOTION-EVENTS
           PERFORM LOAD-PROMOTION-LEDGER
           OPEN OUTPUT PROMO-RPT-FILE
           IF PROMO-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPPRMRP PRMRPT OPEN FAILED, STATUS: '
                  PROMO-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE PROMO-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE PROMO-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE PROMO-RPT-RECORD FROM WS-RPT-BLANK-LINE
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               PERFORM WRITE-ONE-EVENT
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE PROMO-RPT-FILE
           DISPLAY 'ZTPPRMRP PROMLDG RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPPRMRP LEDGER ROWS REPORTED: ' WS-ROWS-SELECTED
           DISPLAY 'ZTPPRMRP EVENTS REPORTED: ' WS-EVENTS-REPORTED
           DISPLAY 'ZTPPRMRP TOTAL SPONSOR REIMBURSEMENT DUE: '
               WS-TOT-SPONSOR-DUE
           IF WS-ROWS-NO-HEADER > 0
              DISPLAY 'ZTPPRMRP LEDGER ROWS WITH NO PROMCTL EVENT: '
                  WS-ROWS-NO-HEADER
           END-IF
           IF WS-ROWS-SELECTED = 0
              DISPLAY 'ZTPPRMRP NO PROMOTION ACTIVITY TO REPORT'
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
              MOVE 'ZTPPRMRP' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPPRMRP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPPRMRP' TO VER-PROGRAM-ID
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

       LOAD-PROMOTION-EVENTS.
           OPEN INPUT PROMOTION-CTL-FILE
           IF PROMOTION-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPPRMRP PROMCTL OPEN FAILED, STATUS: '
                  PROMOTION-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL PROMOTION-CTL-STATUS NOT = '00'
               READ PROMOTION-CTL-FILE
               IF PROMOTION-CTL-STATUS = '00'
                  AND PRM-HEADER-ROW
                  AND (WS-SELECT-CODE = SPACE
                       OR WS-SELECT-CODE = PRM-CODE)
                  AND (WS-SELECT-START = SPACES
                       OR WS-SELECT-START = PRM-START-DATE)
                  IF WS-EVT-COUNT < 50
                     ADD 1 TO WS-EVT-COUNT
                     MOVE PRM-CODE TO EVT-CODE (WS-EVT-COUNT)
                     MOVE PRM-START-DATE TO
                         EVT-START-DATE (WS-EVT-COUNT)
                     MOVE PRM-END-DATE TO EVT-END-DATE (WS-EVT-COUNT)
                     MOVE PRM-RULE TO EVT-RULE (WS-EVT-COUNT)
                     MOVE PRM-NAME TO EVT-NAME (WS-EVT-COUNT)
                     MOVE PRM-SPONSOR TO EVT-SPONSOR (WS-EVT-COUNT)
                     IF PRM-DISCOUNT IS NUMERIC
                        MOVE PRM-DISCOUNT TO
                            EVT-DISCOUNT (WS-EVT-COUNT)
                     ELSE
                        MOVE 0 TO EVT-DISCOUNT (WS-EVT-COUNT)
                     END-IF
                     IF PRM-SPONSOR-PCT IS NUMERIC
                        AND PRM-SPONSOR-PCT <= 100
                        MOVE PRM-SPONSOR-PCT TO
                            EVT-SPONSOR-PCT (WS-EVT-COUNT)
                     ELSE
                        DISPLAY 'ZTPPRMRP INVALID SPONSOR SHARE, '
                            'NO REIMBURSEMENT: ' PRM-CODE ' '
                            PRM-START-DATE
                        MOVE 0 TO EVT-SPONSOR-PCT (WS-EVT-COUNT)
                     END-IF
                  ELSE
                     DISPLAY 'ZTPPRMRP EVENT TABLE FULL, IGNORED: '
                         PRM-CODE ' ' PRM-START-DATE
                  END-IF
               END-IF
           END-PERFORM
           CLOSE PROMOTION-CTL-FILE.

       LOAD-PROMOTION-LEDGER.
           OPEN INPUT PROMOTION-LEDGER-FILE
           IF PROMOTION-LEDGER-STATUS NOT = '00'
              DISPLAY 'ZTPPRMRP PROMLDG OPEN FAILED, STATUS: '
                  PROMOTION-LEDGER-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL PROMOTION-LEDGER-STATUS NOT = '00'
               READ PROMOTION-LEDGER-FILE
               IF PROMOTION-LEDGER-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF (WS-SELECT-CODE = SPACE
                      OR WS-SELECT-CODE = PRL-CODE)
                     AND (WS-SELECT-START = SPACES
                          OR WS-SELECT-START = PRL-START-DATE)
                     PERFORM ADD-LEDGER-ROW
                  END-IF
               END-IF
           END-PERFORM
           CLOSE PROMOTION-LEDGER-FILE.

       ADD-LEDGER-ROW.
           IF PRL-ADOPTIONS NOT NUMERIC
              OR PRL-FEES-CHARGED NOT NUMERIC
              OR PRL-STANDARD-VALUE NOT NUMERIC
              OR PRL-GIVEN-UP NOT NUMERIC
              OR PRL-REIMBURSABLE NOT NUMERIC
              OR PRL-UNDERCHARGES NOT NUMERIC
              DISPLAY 'ZTPPRMRP INVALID PROMLDG RECORD IGNORED: '
                  PROMOTION-LEDGER-RECORD
           ELSE
              MOVE 0 TO WS-EVT-MATCH
              PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                      UNTIL WS-EVT-IDX > WS-EVT-COUNT
                         OR WS-EVT-MATCH > 0
                  IF EVT-CODE (WS-EVT-IDX) = PRL-CODE
                     AND EVT-START-DATE (WS-EVT-IDX) = PRL-START-DATE
                     MOVE WS-EVT-IDX TO WS-EVT-MATCH
                  END-IF
              END-PERFORM
              IF WS-EVT-MATCH = 0
                 PERFORM ADD-UNLISTED-EVENT
              END-IF
              ADD 1 TO WS-ROWS-SELECTED
              PERFORM INSERT-LEDGER-ROW
           END-IF.

       ADD-UNLISTED-EVENT.
           ADD 1 TO WS-ROWS-NO-HEADER
           DISPLAY 'ZTPPRMRP NO PROMCTL EVENT FOR LEDGER ROW: '
               PRL-CODE ' ' PRL-START-DATE ' ' PRL-SHELTER
           IF WS-EVT-COUNT < 50
              ADD 1 TO WS-EVT-COUNT
              MOVE PRL-CODE TO EVT-CODE (WS-EVT-COUNT)
              MOVE PRL-START-DATE TO EVT-START-DATE (WS-EVT-COUNT)
              MOVE SPACES TO EVT-END-DATE (WS-EVT-COUNT)
              MOVE SPACE TO EVT-RULE (WS-EVT-COUNT)
              MOVE 0 TO EVT-DISCOUNT (WS-EVT-COUNT)
              MOVE 0 TO EVT-SPONSOR-PCT (WS-EVT-COUNT)
              MOVE '(NOT ON PROMCTL)' TO EVT-NAME (WS-EVT-COUNT)
              MOVE SPACES TO EVT-SPONSOR (WS-EVT-COUNT)
           ELSE
              DISPLAY 'ZTPPRMRP EVENT TABLE FULL'
              MOVE 16 TO RETURN-CODE
              CLOSE PROMOTION-LEDGER-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       INSERT-LEDGER-ROW.
           MOVE PRL-CODE TO WS-NEW-CODE
           MOVE PRL-START-DATE TO WS-NEW-START-DATE
           MOVE PRL-SHELTER TO WS-NEW-SHELTER
           MOVE 0 TO WS-LRT-MATCH
           PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
                      OR WS-LRT-MATCH > 0
               IF LRT-KEY (WS-LRT-IDX) = WS-NEW-KEY
                  MOVE WS-LRT-IDX TO WS-LRT-MATCH
               END-IF
           END-PERFORM
           IF WS-LRT-MATCH = 0
              IF WS-LRT-COUNT < 1000
                 MOVE 1 TO WS-LRT-MATCH
                 PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                         UNTIL WS-LRT-IDX > WS-LRT-COUNT
                     IF LRT-KEY (WS-LRT-IDX) < WS-NEW-KEY
                        ADD 1 TO WS-LRT-MATCH
                     END-IF
                 END-PERFORM
                 PERFORM VARYING WS-LRT-SHIFT FROM WS-LRT-COUNT
                         BY -1 UNTIL WS-LRT-SHIFT < WS-LRT-MATCH
                     MOVE LRT-ENTRY (WS-LRT-SHIFT) TO
                         LRT-ENTRY (WS-LRT-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-LRT-COUNT
                 MOVE WS-NEW-KEY TO LRT-KEY (WS-LRT-MATCH)
                 MOVE 0 TO LRT-ADOPTIONS (WS-LRT-MATCH)
                 MOVE 0 TO LRT-FEES-CHARGED (WS-LRT-MATCH)
                 MOVE 0 TO LRT-STANDARD-VALUE (WS-LRT-MATCH)
                 MOVE 0 TO LRT-GIVEN-UP (WS-LRT-MATCH)
                 MOVE 0 TO LRT-REIMBURSABLE (WS-LRT-MATCH)
                 MOVE 0 TO LRT-UNDERCHARGES (WS-LRT-MATCH)
              ELSE
                 DISPLAY 'ZTPPRMRP LEDGER ROW TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PROMOTION-LEDGER-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF
           ADD PRL-ADOPTIONS TO LRT-ADOPTIONS (WS-LRT-MATCH)
           ADD PRL-FEES-CHARGED TO LRT-FEES-CHARGED (WS-LRT-MATCH)
           ADD PRL-STANDARD-VALUE TO LRT-STANDARD-VALUE (WS-LRT-MATCH)
           ADD PRL-GIVEN-UP TO LRT-GIVEN-UP (WS-LRT-MATCH)
           ADD PRL-REIMBURSABLE TO LRT-REIMBURSABLE (WS-LRT-MATCH)
           ADD PRL-UNDERCHARGES TO LRT-UNDERCHARGES (WS-LRT-MATCH).

       WRITE-ONE-EVENT.
           INITIALIZE EVENT-TOTALS
           ADD 1 TO WS-EVENTS-REPORTED
           MOVE EVT-CODE (WS-EVT-IDX) TO RPT-EVT-CODE
           MOVE EVT-NAME (WS-EVT-IDX) TO RPT-EVT-NAME
           MOVE EVT-SPONSOR (WS-EVT-IDX) TO RPT-EVT-SPONSOR
           WRITE PROMO-RPT-RECORD FROM WS-RPT-EVENT-LINE
           MOVE EVT-START-DATE (WS-EVT-IDX) TO RPT-RUL-START
           MOVE EVT-END-DATE (WS-EVT-IDX) TO RPT-RUL-END
           EVALUATE EVT-RULE (WS-EVT-IDX)
               WHEN 'W'
                   MOVE 'FEE WAIVED' TO RPT-RUL-DESC
               WHEN 'P'
                   MOVE 'PERCENT OFF' TO RPT-RUL-DESC
               WHEN 'A'
                   MOVE 'AMOUNT OFF' TO RPT-RUL-DESC
               WHEN 'F'
                   MOVE 'FIXED PRICE' TO RPT-RUL-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO RPT-RUL-DESC
           END-EVALUATE
           MOVE EVT-DISCOUNT (WS-EVT-IDX) TO RPT-RUL-DISCOUNT
           MOVE EVT-SPONSOR-PCT (WS-EVT-IDX) TO RPT-RUL-SPONSOR-PCT
           WRITE PROMO-RPT-RECORD FROM WS-RPT-RULE-LINE
           WRITE PROMO-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
               IF LRT-CODE (WS-LRT-IDX) = EVT-CODE (WS-EVT-IDX)
                  AND LRT-START-DATE (WS-LRT-IDX) =
                      EVT-START-DATE (WS-EVT-IDX)
                  PERFORM WRITE-ONE-SHELTER
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO RPT-DET-SHELTER
           MOVE WS-EVT-ADOPTIONS TO RPT-DET-ADOPTED
           MOVE WS-EVT-FEES TO RPT-DET-FEES
           MOVE WS-EVT-STANDARD TO RPT-DET-STANDARD
           MOVE WS-EVT-GIVEN-UP TO RPT-DET-GIVEN-UP
           MOVE WS-EVT-SPONSOR-DUE TO RPT-DET-SPONSOR-DUE
           MOVE WS-EVT-UNDERCHARGES TO RPT-DET-UNDER
           WRITE PROMO-RPT-RECORD FROM WS-RPT-DETAIL
           WRITE PROMO-RPT-RECORD FROM WS-RPT-BLANK-LINE
           ADD WS-EVT-ADOPTIONS TO WS-TOT-ADOPTIONS
           ADD WS-EVT-FEES TO WS-TOT-FEES
           ADD WS-EVT-STANDARD TO WS-TOT-STANDARD
           ADD WS-EVT-GIVEN-UP TO WS-TOT-GIVEN-UP
           ADD WS-EVT-SPONSOR-DUE TO WS-TOT-SPONSOR-DUE
           ADD WS-EVT-UNDERCHARGES TO WS-TOT-UNDERCHARGES.

       WRITE-ONE-SHELTER.
           COMPUTE WS-SPONSOR-DUE ROUNDED =
               LRT-REIMBURSABLE (WS-LRT-IDX)
               * EVT-SPONSOR-PCT (WS-EVT-IDX) / 100
           MOVE LRT-SHELTER (WS-LRT-IDX) TO RPT-DET-SHELTER
           MOVE LRT-ADOPTIONS (WS-LRT-IDX) TO RPT-DET-ADOPTED
           MOVE LRT-FEES-CHARGED (WS-LRT-IDX) TO RPT-DET-FEES
           MOVE LRT-STANDARD-VALUE (WS-LRT-IDX) TO RPT-DET-STANDARD
           MOVE LRT-GIVEN-UP (WS-LRT-IDX) TO RPT-DET-GIVEN-UP
           MOVE WS-SPONSOR-DUE TO RPT-DET-SPONSOR-DUE
           MOVE LRT-UNDERCHARGES (WS-LRT-IDX) TO RPT-DET-UNDER
           WRITE PROMO-RPT-RECORD FROM WS-RPT-DETAIL
           ADD LRT-ADOPTIONS (WS-LRT-IDX) TO WS-EVT-ADOPTIONS
           ADD LRT-FEES-CHARGED (WS-LRT-IDX) TO WS-EVT-FEES
           ADD LRT-STANDARD-VALUE (WS-LRT-IDX) TO WS-EVT-STANDARD
           ADD LRT-GIVEN-UP (WS-LRT-IDX) TO WS-EVT-GIVEN-UP
           ADD WS-SPONSOR-DUE TO WS-EVT-SPONSOR-DUE
           ADD LRT-UNDERCHARGES (WS-LRT-IDX) TO WS-EVT-UNDERCHARGES.

       WRITE-REPORT-TOTALS.
           MOVE 'ALL' TO RPT-DET-SHELTER
           MOVE WS-TOT-ADOPTIONS TO RPT-DET-ADOPTED
           MOVE WS-TOT-FEES TO RPT-DET-FEES
           MOVE WS-TOT-STANDARD TO RPT-DET-STANDARD
           MOVE WS-TOT-GIVEN-UP TO RPT-DET-GIVEN-UP
           MOVE WS-TOT-SPONSOR-DUE TO RPT-DET-SPONSOR-DUE
           MOVE WS-TOT-UNDERCHARGES TO RPT-DET-UNDER
           WRITE PROMO-RPT-RECORD FROM WS-RPT-COLUMNS
           WRITE PROMO-RPT-RECORD FROM WS-RPT-DETAIL
           WRITE PROMO-RPT-RECORD FROM WS-RPT-BLANK-LINE
           MOVE 'EVENTS REPORTED' TO RPT-CNT-LABEL
           MOVE WS-EVENTS-REPORTED TO RPT-CNT-VALUE
           WRITE PROMO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'LEDGER ROWS REPORTED' TO RPT-CNT-LABEL
           MOVE WS-ROWS-SELECTED TO RPT-CNT-VALUE
           WRITE PROMO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'LEDGER ROWS WITH NO PROMCTL EVENT' TO RPT-CNT-LABEL
           MOVE WS-ROWS-NO-HEADER TO RPT-CNT-VALUE
           WRITE PROMO-RPT-RECORD FROM WS-RPT-COUNT-LINE.
