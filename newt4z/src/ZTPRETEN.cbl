       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRETEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETN-CTL-FILE ASSIGN RETNCTL
           FILE STATUS IS RETN-CTL-STATUS.
           SELECT ERASE-KEY-FILE ASSIGN ERASEKEY
           FILE STATUS IS ERASE-KEY-STATUS.
           SELECT LISTCAT-FILE ASSIGN LISTCAT
           FILE STATUS IS LISTCAT-STATUS.
           SELECT KSDS-ARC-FILE ASSIGN KSDSARC
           FILE STATUS IS KSDS-ARC-STATUS.
           SELECT DORM-ARCH-FILE ASSIGN DORMARCH
           FILE STATUS IS DORM-ARCH-STATUS.
           SELECT FCST-HIST-FILE ASSIGN FCSTHIST
           FILE STATUS IS FCST-HIST-STATUS.
           SELECT REJ-TRK-FILE ASSIGN REJTRK
           FILE STATUS IS REJ-TRK-STATUS.
           SELECT RETN-WORK-FILE ASSIGN RETNWRK
           FILE STATUS IS RETN-WORK-STATUS.
           SELECT RETN-DEL-FILE ASSIGN RETNDEL
           FILE STATUS IS RETN-DEL-STATUS.
           SELECT RETN-CERT-FILE ASSIGN RETNCERT
           FILE STATUS IS RETN-CERT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETN-CTL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRETCP.
       FD  ERASE-KEY-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  ERASE-KEY-RECORD.
           05  ERS-CUST-NUMBER PIC X(8).
           05  ERS-CUST-NAME PIC X(20).
       FD  LISTCAT-FILE RECORD CONTAINS 121 CHARACTERS
           RECORDING MODE IS F.
       01  LISTCAT-RECORD PIC X(121).
       FD  KSDS-ARC-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  KSDS-ARC-RECORD PIC X(250).
       FD  DORM-ARCH-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  DORM-ARCH-RECORD PIC X(75).
       FD  FCST-HIST-FILE RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  FCST-HIST-RECORD PIC X(48).
       FD  REJ-TRK-FILE RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-TRK-RECORD PIC X(48).
       FD  RETN-WORK-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  RETN-WORK-RECORD PIC X(250).
       FD  RETN-DEL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RETN-DEL-RECORD PIC X(80).
       FD  RETN-CERT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RETN-CERT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  RETN-CTL-STATUS PIC X(2).
       01  ERASE-KEY-STATUS PIC X(2).
       01  LISTCAT-STATUS PIC X(2).
       01  KSDS-ARC-STATUS PIC X(2).
       01  DORM-ARCH-STATUS PIC X(2).
       01  FCST-HIST-STATUS PIC X(2).
       01  REJ-TRK-STATUS PIC X(2).
       01  RETN-WORK-STATUS PIC X(2).
       01  RETN-DEL-STATUS PIC X(2).
       01  RETN-CERT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-DATE-NUM PIC 9(8).
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-IO-FAILED PIC X(1) VALUE 'N'.
       01  WS-WARNING PIC X(1) VALUE 'N'.
       01  WS-CATALOG-LISTED PIC X(1) VALUE 'N'.
       01  RETENTION-DEFAULT-TABLE.
           05  FILLER PIC X(16) VALUE 'KSDSARC R0036500'.
           05  FILLER PIC X(16) VALUE 'ORPHARC G0009001'.
           05  FILLER PIC X(16) VALUE 'DORMARCHR0000000'.
           05  FILLER PIC X(16) VALUE 'CUSTARCHG0255501'.
           05  FILLER PIC X(16) VALUE 'KSDSGARCG0036501'.
           05  FILLER PIC X(16) VALUE 'AUDARCH G0040001'.
           05  FILLER PIC X(16) VALUE 'FCSTHISTR0073000'.
           05  FILLER PIC X(16) VALUE 'REJTRK  R0036500'.
           05  FILLER PIC X(16) VALUE 'KSDSUNLDG0003502'.
       01  RETENTION-DEFAULT-TBL REDEFINES RETENTION-DEFAULT-TABLE.
           05  DEF-ENTRY OCCURS 9 TIMES.
               10  DEF-DD-NAME PIC X(8).
               10  DEF-LEVEL PIC X(1).
               10  DEF-KEEP-DAYS PIC 9(5).
               10  DEF-MIN-GENERATIONS PIC 9(2).
       01  WS-DEF-IDX PIC 9(2).
       01  POLICY-TABLE.
           05  POL-ENTRY OCCURS 30 TIMES.
               10  POL-DD-NAME PIC X(8).
               10  POL-LEVEL PIC X(1).
               10  POL-KEEP-DAYS PIC 9(5).
               10  POL-MIN-GENERATIONS PIC 9(2).
               10  POL-LEGAL-HOLD PIC X(1).
               10  POL-HOLD-REFERENCE PIC X(20).
               10  POL-HOLD-UNTIL PIC X(8).
       01  WS-POL-COUNT PIC 9(2) VALUE 0.
       01  WS-POL-IDX PIC 9(2).
       01  WS-POL-FOUND PIC X(1).
       01  WS-HOLD-ACTIVE PIC X(1).
       01  RECORD-LAYOUT-TABLE.
           05  FILLER PIC X(20) VALUE 'KSDSARC 250230001000'.
           05  FILLER PIC X(20) VALUE 'DORMARCH075000001000'.
           05  FILLER PIC X(20) VALUE 'FCSTHIST048038000000'.
           05  FILLER PIC X(20) VALUE 'REJTRK  048040000048'.
       01  RECORD-LAYOUT-TBL REDEFINES RECORD-LAYOUT-TABLE.
           05  RLY-ENTRY OCCURS 4 TIMES.
               10  RLY-DD-NAME PIC X(8).
               10  RLY-LRECL PIC 9(3).
               10  RLY-DATE-POS PIC 9(3).
               10  RLY-CUST-POS PIC 9(3).
               10  RLY-STATUS-POS PIC 9(3).
       01  WS-RLY-IDX PIC 9(2).
       01  ERASURE-TABLE.
           05  ERT-NUMBER OCCURS 500 TIMES PIC X(8).
       01  WS-ERT-COUNT PIC 9(3) VALUE 0.
       01  WS-ERT-IDX PIC 9(3).
       01  WS-ERASED PIC X(1).
       01  GENERATION-TABLE.
           05  GEN-ENTRY OCCURS 500 TIMES.
               10  GEN-DD-NAME PIC X(8).
               10  GEN-QUALIFIER PIC X(8).
               10  GEN-DSNAME PIC X(44).
               10  GEN-CREATED PIC 9(7).
       01  WS-GEN-COUNT PIC 9(3) VALUE 0.
       01  WS-GEN-IDX PIC 9(3).
       01  WS-LAST-GEN-IDX PIC 9(3) VALUE 0.
       01  WS-DD-GEN-TOTAL PIC 9(3).
       01  WS-DD-GEN-SEQ PIC 9(3).
       01  WS-SCAN-POS PIC 9(3).
       01  WS-LST-WORD-1 PIC X(20).
       01  WS-LST-WORD-2 PIC X(20).
       01  WS-LST-DSNAME PIC X(44).
       01  WS-LST-CREATED PIC X(20).
       01  WS-DSN-QUALIFIERS.
           05  WS-DSN-Q1 PIC X(8).
           05  WS-DSN-Q2 PIC X(8).
           05  WS-DSN-Q3 PIC X(8).
           05  WS-DSN-Q4 PIC X(8).
           05  WS-DSN-Q5 PIC X(8).
       01  WS-REC-DATA PIC X(250).
       01  WS-REC-IO-STATUS PIC X(2).
       01  WS-REC-DATE PIC X(8).
       01  WS-REC-DATE-NUM PIC 9(8).
       01  WS-AGE-DAYS PIC S9(8).
       01  WS-CREATED-DATE PIC 9(8).
       01  WS-DD-COUNTS.
           05  WS-R-READ PIC 9(8).
           05  WS-R-EXPIRED PIC 9(8).
           05  WS-R-ERASED PIC 9(8).
           05  WS-R-KEPT-PERIOD PIC 9(8).
           05  WS-R-KEPT-HOLD PIC 9(8).
           05  WS-R-KEPT-OPEN PIC 9(8).
           05  WS-R-KEPT-NO-DATE PIC 9(8).
           05  WS-R-KEPT-NO-LIMIT PIC 9(8).
           05  WS-R-DEFERRED PIC 9(8).
       01  WS-TOT-RECORDS-READ PIC 9(8) VALUE 0.
       01  WS-TOT-RECORDS-REMOVED PIC 9(8) VALUE 0.
       01  WS-TOT-ERASED-REMOVED PIC 9(8) VALUE 0.
       01  WS-TOT-DEFERRED PIC 9(8) VALUE 0.
       01  WS-TOT-GENS-EXAMINED PIC 9(8) VALUE 0.
       01  WS-TOT-GENS-REMOVED PIC 9(8) VALUE 0.
       01  WS-REMOVE-ACTION PIC X(8).
       01  WS-MIN-GENS-EDIT PIC Z9.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(24) VALUE 'RETENTION CERTIFICATE   '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(7) VALUE '  MODE '.
           05  RPT-HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(28) VALUE SPACES.
       01  WS-RPT-DATASET-LINE.
           05  FILLER PIC X(8) VALUE 'DATASET '.
           05  RPT-DSL-DD-NAME PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DSL-LEVEL PIC X(17).
           05  FILLER PIC X(5) VALUE 'KEEP '.
           05  RPT-DSL-KEEP-DAYS PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE ' DAYS '.
           05  RPT-DSL-MIN-TEXT PIC X(5).
           05  RPT-DSL-MIN-GENS PIC X(2).
           05  RPT-DSL-MIN-SUFFIX PIC X(5).
           05  FILLER PIC X(17) VALUE SPACES.
       01  WS-RPT-HOLD-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-HLD-TEXT PIC X(14).
           05  RPT-HLD-REFERENCE PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HLD-UNTIL-TEXT PIC X(7).
           05  RPT-HLD-UNTIL PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HLD-RESULT PIC X(27).
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'ITEM                  DATE       AGE/CNT'.
           05  FILLER PIC X(40)
               VALUE '  ACTION  REASON'.
       01  WS-RPT-DETAIL.
           05  RPT-DET-ITEM PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-DATE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-COUNT PIC Z(7)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-ACTION PIC X(8).
           05  RPT-DET-REASON PIC X(30).
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(36).
           05  RPT-TOT-COUNT PIC Z(7)9.
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-TEST-BANNER PIC X(42)
           VALUE '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           DISPLAY 'ZTPRETEN RUN DATE: ' WS-RUN-DATE
               ' RUN MODE: ' WS-RUN-MODE
           IF WS-RUN-MODE = 'TEST'
              MOVE 'DUE     ' TO WS-REMOVE-ACTION
           ELSE
              MOVE 'REMOVED ' TO WS-REMOVE-ACTION
           END-IF
           PERFORM LOAD-RETENTION-POLICY
           PERFORM LOAD-ERASURE-LIST
           PERFORM LOAD-CATALOG-LISTING
           OPEN OUTPUT RETN-CERT-FILE
           IF RETN-CERT-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN RETNCERT OPEN FAILED, STATUS: '
                  RETN-CERT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT RETN-DEL-FILE
           IF RETN-DEL-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN RETNDEL OPEN FAILED, STATUS: '
                  RETN-DEL-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RETN-CERT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE = 'TEST'
              WRITE RETN-CERT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-RUN-MODE
           WRITE RETN-CERT-RECORD FROM WS-RPT-HEADER
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
               PERFORM APPLY-ONE-POLICY
           END-PERFORM
           PERFORM WRITE-CERTIFICATE-TOTALS
           CLOSE RETN-DEL-FILE
           CLOSE RETN-CERT-FILE
           EVALUATE TRUE
               WHEN WS-IO-FAILED = 'Y'
                   DISPLAY 'ZTPRETEN *** ARCHIVE I/O FAILURE - SEE '
                       'RETNCERT ***'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-TOT-DEFERRED > 0
                    OR WS-WARNING = 'Y'
                   DISPLAY 'ZTPRETEN ' WS-TOT-DEFERRED
                       ' ERASURE(S) DEFERRED BY LEGAL HOLD OR A '
                       'DATASET WAS NOT PROCESSED'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'ZTPRETEN RECORDS REMOVED: ' WS-TOT-RECORDS-REMOVED
               ' GENERATIONS REMOVED: ' WS-TOT-GENS-REMOVED
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
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).

       LOAD-RETENTION-POLICY.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > 9
               ADD 1 TO WS-POL-COUNT
               MOVE DEF-DD-NAME (WS-DEF-IDX) TO
                   POL-DD-NAME (WS-POL-COUNT)
               MOVE DEF-LEVEL (WS-DEF-IDX) TO POL-LEVEL (WS-POL-COUNT)
               MOVE DEF-KEEP-DAYS (WS-DEF-IDX) TO
                   POL-KEEP-DAYS (WS-POL-COUNT)
               MOVE DEF-MIN-GENERATIONS (WS-DEF-IDX) TO
                   POL-MIN-GENERATIONS (WS-POL-COUNT)
               MOVE 'N' TO POL-LEGAL-HOLD (WS-POL-COUNT)
               MOVE SPACES TO POL-HOLD-REFERENCE (WS-POL-COUNT)
               MOVE SPACES TO POL-HOLD-UNTIL (WS-POL-COUNT)
           END-PERFORM
           OPEN INPUT RETN-CTL-FILE
           IF RETN-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN RETNCTL NOT AVAILABLE, STATUS: '
                  RETN-CTL-STATUS ' - DEFAULT POLICY, NO HOLDS'
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ RETN-CTL-FILE
                  IF RETN-CTL-STATUS = '00'
                     PERFORM NOTE-POLICY-RECORD
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE RETN-CTL-FILE
           END-IF.

       NOTE-POLICY-RECORD.
           IF RTN-MIN-GENERATIONS = SPACES
              MOVE ZERO TO RTN-MIN-GENERATIONS
           END-IF
           IF RTN-DD-NAME = SPACES
              OR NOT (RTN-RECORD-LEVEL OR RTN-GENERATION-LEVEL)
              OR RTN-KEEP-DAYS IS NOT NUMERIC
              OR RTN-MIN-GENERATIONS IS NOT NUMERIC
              DISPLAY 'ZTPRETEN RETNCTL RECORD IGNORED: '
                  RETENTION-CTL-RECORD (1:40)
              MOVE 'Y' TO WS-WARNING
           ELSE
              MOVE 'N' TO WS-POL-FOUND
              PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                      UNTIL WS-DEF-IDX > WS-POL-COUNT
                  IF POL-DD-NAME (WS-DEF-IDX) = RTN-DD-NAME
                     MOVE 'Y' TO WS-POL-FOUND
                     MOVE WS-DEF-IDX TO WS-POL-IDX
                     MOVE WS-POL-COUNT TO WS-DEF-IDX
                  END-IF
              END-PERFORM
              IF WS-POL-FOUND = 'N'
                 IF WS-POL-COUNT < 30
                    ADD 1 TO WS-POL-COUNT
                    MOVE WS-POL-COUNT TO WS-POL-IDX
                    MOVE 'Y' TO WS-POL-FOUND
                 ELSE
                    DISPLAY 'ZTPRETEN POLICY TABLE FULL, IGNORED: '
                        RTN-DD-NAME
                    MOVE 'Y' TO WS-WARNING
                 END-IF
              END-IF
              IF WS-POL-FOUND = 'Y'
                 MOVE RTN-DD-NAME TO POL-DD-NAME (WS-POL-IDX)
                 MOVE RTN-LEVEL TO POL-LEVEL (WS-POL-IDX)
                 MOVE RTN-KEEP-DAYS TO POL-KEEP-DAYS (WS-POL-IDX)
                 MOVE RTN-MIN-GENERATIONS TO
                     POL-MIN-GENERATIONS (WS-POL-IDX)
                 IF RTN-HOLD-ON
                    MOVE 'Y' TO POL-LEGAL-HOLD (WS-POL-IDX)
                 ELSE
                    MOVE 'N' TO POL-LEGAL-HOLD (WS-POL-IDX)
                 END-IF
                 MOVE RTN-HOLD-REFERENCE TO
                     POL-HOLD-REFERENCE (WS-POL-IDX)
                 MOVE RTN-HOLD-UNTIL TO POL-HOLD-UNTIL (WS-POL-IDX)
              END-IF
           END-IF.

       LOAD-ERASURE-LIST.
           OPEN INPUT ERASE-KEY-FILE
           IF ERASE-KEY-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN ERASEKEY NOT AVAILABLE, STATUS: '
                  ERASE-KEY-STATUS ' - NO ERASURES APPLIED'
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ERASE-KEY-FILE
                  IF ERASE-KEY-STATUS = '00'
                     IF ERS-CUST-NUMBER NOT = SPACES
                        IF WS-ERT-COUNT < 500
                           ADD 1 TO WS-ERT-COUNT
                           MOVE ERS-CUST-NUMBER TO
                               ERT-NUMBER (WS-ERT-COUNT)
                        ELSE
                           DISPLAY 'ZTPRETEN ERASURE TABLE FULL, '
                               'IGNORED: ' ERS-CUST-NUMBER
                           MOVE 'Y' TO WS-WARNING
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ERASE-KEY-FILE
           END-IF.

       LOAD-CATALOG-LISTING.
           OPEN INPUT LISTCAT-FILE
           IF LISTCAT-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN LISTCAT NOT AVAILABLE, STATUS: '
                  LISTCAT-STATUS ' - NO GENERATIONS EXAMINED'
           ELSE
              MOVE 'Y' TO WS-CATALOG-LISTED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ LISTCAT-FILE
                  IF LISTCAT-STATUS = '00'
                     PERFORM SCAN-LISTCAT-LINE
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE LISTCAT-FILE
           END-IF.

       SCAN-LISTCAT-LINE.
           MOVE 0 TO WS-SCAN-POS
           INSPECT LISTCAT-RECORD TALLYING WS-SCAN-POS
               FOR CHARACTERS BEFORE INITIAL 'NONVSAM ---'
           IF WS-SCAN-POS < 100
              MOVE SPACES TO WS-LST-WORD-1 WS-LST-WORD-2 WS-LST-DSNAME
              UNSTRING LISTCAT-RECORD (WS-SCAN-POS + 1:)
                  DELIMITED BY ALL SPACES
                  INTO WS-LST-WORD-1 WS-LST-WORD-2 WS-LST-DSNAME
              PERFORM NOTE-LISTED-GENERATION
           ELSE
              MOVE 0 TO WS-SCAN-POS
              INSPECT LISTCAT-RECORD TALLYING WS-SCAN-POS
                  FOR CHARACTERS BEFORE INITIAL 'CREATION---'
              IF WS-SCAN-POS < 100
                 AND WS-LAST-GEN-IDX > 0
                 MOVE SPACES TO WS-LST-WORD-1 WS-LST-CREATED
                 UNSTRING LISTCAT-RECORD (WS-SCAN-POS + 1:)
                     DELIMITED BY ALL '-'
                     INTO WS-LST-WORD-1 WS-LST-CREATED
                 IF WS-LST-CREATED (1:4) IS NUMERIC
                    AND WS-LST-CREATED (5:1) = '.'
                    AND WS-LST-CREATED (6:3) IS NUMERIC
                    AND WS-LST-CREATED (1:4) NOT = '0000'
                    COMPUTE GEN-CREATED (WS-LAST-GEN-IDX) =
                        FUNCTION NUMVAL (WS-LST-CREATED (1:4)) * 1000
                        + FUNCTION NUMVAL (WS-LST-CREATED (6:3))
                 END-IF
                 MOVE 0 TO WS-LAST-GEN-IDX
              END-IF
           END-IF.

       NOTE-LISTED-GENERATION.
           MOVE 0 TO WS-LAST-GEN-IDX
           MOVE SPACES TO WS-DSN-QUALIFIERS
           UNSTRING WS-LST-DSNAME DELIMITED BY '.'
               INTO WS-DSN-Q1 WS-DSN-Q2 WS-DSN-Q3 WS-DSN-Q4 WS-DSN-Q5
           IF WS-DSN-Q5 = SPACES
              AND WS-DSN-Q4 (1:1) = 'G'
              AND WS-DSN-Q4 (2:4) IS NUMERIC
              AND WS-DSN-Q4 (6:1) = 'V'
              AND WS-DSN-Q4 (7:2) IS NUMERIC
              PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                      UNTIL WS-POL-IDX > WS-POL-COUNT
                  IF POL-DD-NAME (WS-POL-IDX) = WS-DSN-Q3
                     AND POL-LEVEL (WS-POL-IDX) = 'G'
                     IF WS-GEN-COUNT < 500
                        ADD 1 TO WS-GEN-COUNT
                        MOVE WS-DSN-Q3 TO GEN-DD-NAME (WS-GEN-COUNT)
                        MOVE WS-DSN-Q4 TO GEN-QUALIFIER (WS-GEN-COUNT)
                        MOVE WS-LST-DSNAME TO GEN-DSNAME (WS-GEN-COUNT)
                        MOVE 0 TO GEN-CREATED (WS-GEN-COUNT)
                        MOVE WS-GEN-COUNT TO WS-LAST-GEN-IDX
                     ELSE
                        DISPLAY 'ZTPRETEN GENERATION TABLE FULL, '
                            'IGNORED: ' WS-LST-DSNAME
                        MOVE 'Y' TO WS-WARNING
                     END-IF
                     MOVE WS-POL-COUNT TO WS-POL-IDX
                  END-IF
              END-PERFORM
           END-IF.

       APPLY-ONE-POLICY.
           MOVE SPACES TO RETN-CERT-RECORD
           WRITE RETN-CERT-RECORD
           MOVE POL-DD-NAME (WS-POL-IDX) TO RPT-DSL-DD-NAME
           MOVE POL-KEEP-DAYS (WS-POL-IDX) TO RPT-DSL-KEEP-DAYS
           IF POL-LEVEL (WS-POL-IDX) = 'G'
              MOVE 'GENERATION LEVEL' TO RPT-DSL-LEVEL
              MOVE ' MIN ' TO RPT-DSL-MIN-TEXT
              MOVE POL-MIN-GENERATIONS (WS-POL-IDX) TO WS-MIN-GENS-EDIT
              MOVE WS-MIN-GENS-EDIT TO RPT-DSL-MIN-GENS
              MOVE ' GENS' TO RPT-DSL-MIN-SUFFIX
           ELSE
              MOVE 'RECORD LEVEL' TO RPT-DSL-LEVEL
              MOVE SPACES TO RPT-DSL-MIN-TEXT
              MOVE SPACES TO RPT-DSL-MIN-GENS
              MOVE SPACES TO RPT-DSL-MIN-SUFFIX
           END-IF
           WRITE RETN-CERT-RECORD FROM WS-RPT-DATASET-LINE
           MOVE 'N' TO WS-HOLD-ACTIVE
           IF POL-LEGAL-HOLD (WS-POL-IDX) = 'Y'
              MOVE POL-HOLD-REFERENCE (WS-POL-IDX) TO RPT-HLD-REFERENCE
              IF POL-HOLD-UNTIL (WS-POL-IDX) = SPACES
                 OR POL-HOLD-UNTIL (WS-POL-IDX) >= WS-RUN-DATE
                 MOVE 'Y' TO WS-HOLD-ACTIVE
                 MOVE 'LEGAL HOLD ON ' TO RPT-HLD-TEXT
                 MOVE '- NOTHING REMOVED' TO RPT-HLD-RESULT
                 IF POL-HOLD-UNTIL (WS-POL-IDX) = SPACES
                    MOVE 'NO END ' TO RPT-HLD-UNTIL-TEXT
                    MOVE 'DATE' TO RPT-HLD-UNTIL
                 ELSE
                    MOVE 'UNTIL  ' TO RPT-HLD-UNTIL-TEXT
                    MOVE POL-HOLD-UNTIL (WS-POL-IDX) TO RPT-HLD-UNTIL
                 END-IF
              ELSE
                 MOVE 'LEGAL HOLD    ' TO RPT-HLD-TEXT
                 MOVE 'LAPSED ' TO RPT-HLD-UNTIL-TEXT
                 MOVE POL-HOLD-UNTIL (WS-POL-IDX) TO RPT-HLD-UNTIL
                 MOVE '- POLICY APPLIES' TO RPT-HLD-RESULT
              END-IF
              WRITE RETN-CERT-RECORD FROM WS-RPT-HOLD-LINE
           END-IF
           WRITE RETN-CERT-RECORD FROM WS-RPT-COLUMNS
           IF POL-LEVEL (WS-POL-IDX) = 'G'
              PERFORM APPLY-GENERATION-RETENTION
           ELSE
              PERFORM APPLY-RECORD-RETENTION
           END-IF.

       APPLY-GENERATION-RETENTION.
           MOVE 0 TO WS-DD-GEN-TOTAL
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-DD-NAME (WS-GEN-IDX) = POL-DD-NAME (WS-POL-IDX)
                  ADD 1 TO WS-DD-GEN-TOTAL
               END-IF
           END-PERFORM
           IF WS-DD-GEN-TOTAL = 0
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE '(NONE)' TO RPT-DET-ITEM
              MOVE 0 TO RPT-DET-COUNT
              MOVE 'KEPT    ' TO RPT-DET-ACTION
              IF WS-CATALOG-LISTED = 'Y'
                 MOVE 'NO GENERATIONS CATALOGED' TO RPT-DET-REASON
              ELSE
                 MOVE 'NO CATALOG LISTING SUPPLIED' TO RPT-DET-REASON
                 MOVE 'Y' TO WS-WARNING
              END-IF
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           MOVE 0 TO WS-DD-GEN-SEQ
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GEN-DD-NAME (WS-GEN-IDX) = POL-DD-NAME (WS-POL-IDX)
                  ADD 1 TO WS-DD-GEN-SEQ
                  PERFORM DECIDE-ONE-GENERATION
               END-IF
           END-PERFORM.

       DECIDE-ONE-GENERATION.
           ADD 1 TO WS-TOT-GENS-EXAMINED
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE GEN-QUALIFIER (WS-GEN-IDX) TO RPT-DET-ITEM
           MOVE 0 TO WS-AGE-DAYS
           IF GEN-CREATED (WS-GEN-IDX) > 0
              COMPUTE WS-CREATED-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DAY (GEN-CREATED (WS-GEN-IDX)))
              MOVE WS-CREATED-DATE TO RPT-DET-DATE
              COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                  - FUNCTION INTEGER-OF-DAY (GEN-CREATED (WS-GEN-IDX))
              IF WS-AGE-DAYS < 0
                 MOVE 0 TO WS-AGE-DAYS
              END-IF
           END-IF
           MOVE WS-AGE-DAYS TO RPT-DET-COUNT
           MOVE 'KEPT    ' TO RPT-DET-ACTION
           EVALUATE TRUE
               WHEN WS-HOLD-ACTIVE = 'Y'
                   MOVE 'LEGAL HOLD' TO RPT-DET-REASON
               WHEN WS-DD-GEN-SEQ >
                    WS-DD-GEN-TOTAL - POL-MIN-GENERATIONS (WS-POL-IDX)
                   MOVE 'NEWEST GENERATIONS ALWAYS KEPT' TO
                       RPT-DET-REASON
               WHEN GEN-CREATED (WS-GEN-IDX) = 0
                   MOVE 'NO CREATION DATE CATALOGED' TO RPT-DET-REASON
               WHEN POL-KEEP-DAYS (WS-POL-IDX) = 0
                   MOVE 'NO AGE LIMIT' TO RPT-DET-REASON
               WHEN WS-AGE-DAYS > POL-KEEP-DAYS (WS-POL-IDX)
                   MOVE WS-REMOVE-ACTION TO RPT-DET-ACTION
                   MOVE 'EXPIRED - OLDER THAN KEEP DAYS' TO
                       RPT-DET-REASON
                   ADD 1 TO WS-TOT-GENS-REMOVED
                   IF WS-RUN-MODE NOT = 'TEST'
                      MOVE SPACES TO RETN-DEL-RECORD
                      STRING '  DELETE ' DELIMITED BY SIZE
                          GEN-DSNAME (WS-GEN-IDX) DELIMITED BY SPACE
                          ' PURGE' DELIMITED BY SIZE
                          INTO RETN-DEL-RECORD
                      WRITE RETN-DEL-RECORD
                   END-IF
               WHEN OTHER
                   MOVE 'WITHIN KEEP PERIOD' TO RPT-DET-REASON
           END-EVALUATE
           WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL.

       APPLY-RECORD-RETENTION.
           INITIALIZE WS-DD-COUNTS
           MOVE 0 TO WS-RLY-IDX
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > 4
               IF RLY-DD-NAME (WS-DEF-IDX) = POL-DD-NAME (WS-POL-IDX)
                  MOVE WS-DEF-IDX TO WS-RLY-IDX
               END-IF
           END-PERFORM
           IF WS-RLY-IDX = 0
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE '(DATASET)' TO RPT-DET-ITEM
              MOVE 0 TO RPT-DET-COUNT
              MOVE 'KEPT    ' TO RPT-DET-ACTION
              MOVE 'NO RECORD LAYOUT - SKIPPED' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
              MOVE 'Y' TO WS-WARNING
           ELSE
              PERFORM OPEN-ARCHIVE-INPUT
              EVALUATE WS-REC-IO-STATUS
                  WHEN '00'
                      PERFORM FILTER-ARCHIVE-RECORDS
                  WHEN '35'
                      MOVE SPACES TO WS-RPT-DETAIL
                      MOVE '(DATASET)' TO RPT-DET-ITEM
                      MOVE 0 TO RPT-DET-COUNT
                      MOVE 'KEPT    ' TO RPT-DET-ACTION
                      MOVE 'NOT ALLOCATED - NOTHING TO DO' TO
                          RPT-DET-REASON
                      WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
                  WHEN OTHER
                      DISPLAY 'ZTPRETEN ' POL-DD-NAME (WS-POL-IDX)
                          ' OPEN FAILED, STATUS: ' WS-REC-IO-STATUS
                      MOVE 'Y' TO WS-IO-FAILED
                      MOVE SPACES TO WS-RPT-DETAIL
                      MOVE '(DATASET)' TO RPT-DET-ITEM
                      MOVE 0 TO RPT-DET-COUNT
                      MOVE 'KEPT    ' TO RPT-DET-ACTION
                      STRING 'OPEN FAILED, STATUS '
                          WS-REC-IO-STATUS
                          DELIMITED BY SIZE
                          INTO RPT-DET-REASON
                      WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
              END-EVALUATE
           END-IF.

       FILTER-ARCHIVE-RECORDS.
           OPEN OUTPUT RETN-WORK-FILE
           IF RETN-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN RETNWRK OPEN FAILED, STATUS: '
                  RETN-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-ARCHIVE
              CLOSE RETN-DEL-FILE
              CLOSE RETN-CERT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               PERFORM READ-ARCHIVE-RECORD
               IF WS-REC-IO-STATUS = '00'
                  ADD 1 TO WS-R-READ
                  PERFORM DECIDE-ONE-RECORD
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           PERFORM CLOSE-ARCHIVE
           CLOSE RETN-WORK-FILE
           ADD WS-R-READ TO WS-TOT-RECORDS-READ
           ADD WS-R-EXPIRED TO WS-TOT-RECORDS-REMOVED
           ADD WS-R-ERASED TO WS-TOT-RECORDS-REMOVED
           ADD WS-R-ERASED TO WS-TOT-ERASED-REMOVED
           ADD WS-R-DEFERRED TO WS-TOT-DEFERRED
           IF WS-R-EXPIRED + WS-R-ERASED > 0
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM REWRITE-ARCHIVE-FROM-WORK
           END-IF
           PERFORM WRITE-RECORD-SUMMARY.

       DECIDE-ONE-RECORD.
           MOVE 'N' TO WS-ERASED
           IF RLY-CUST-POS (WS-RLY-IDX) > 0
              PERFORM VARYING WS-ERT-IDX FROM 1 BY 1
                      UNTIL WS-ERT-IDX > WS-ERT-COUNT
                  IF ERT-NUMBER (WS-ERT-IDX) =
                     WS-REC-DATA (RLY-CUST-POS (WS-RLY-IDX):8)
                     MOVE 'Y' TO WS-ERASED
                     MOVE WS-ERT-COUNT TO WS-ERT-IDX
                  END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO WS-REC-DATE
           IF RLY-DATE-POS (WS-RLY-IDX) > 0
              MOVE WS-REC-DATA (RLY-DATE-POS (WS-RLY-IDX):8) TO
                  WS-REC-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-ACTIVE = 'Y'
                    AND WS-ERASED = 'Y'
                   ADD 1 TO WS-R-DEFERRED
                   PERFORM KEEP-ARCHIVE-RECORD
                   MOVE 'KEPT    ' TO RPT-DET-ACTION
                   MOVE 'ERASURE DEFERRED - LEGAL HOLD' TO
                       RPT-DET-REASON
                   PERFORM WRITE-CUSTOMER-LINE
               WHEN WS-HOLD-ACTIVE = 'Y'
                   ADD 1 TO WS-R-KEPT-HOLD
                   PERFORM KEEP-ARCHIVE-RECORD
               WHEN WS-ERASED = 'Y'
                   ADD 1 TO WS-R-ERASED
                   MOVE WS-REMOVE-ACTION TO RPT-DET-ACTION
                   MOVE 'ERASURE ON FILE' TO RPT-DET-REASON
                   PERFORM WRITE-CUSTOMER-LINE
               WHEN RLY-STATUS-POS (WS-RLY-IDX) > 0
                    AND WS-REC-DATA (RLY-STATUS-POS (WS-RLY-IDX):1)
                        = 'O'
                   ADD 1 TO WS-R-KEPT-OPEN
                   PERFORM KEEP-ARCHIVE-RECORD
               WHEN POL-KEEP-DAYS (WS-POL-IDX) = 0
                   ADD 1 TO WS-R-KEPT-NO-LIMIT
                   PERFORM KEEP-ARCHIVE-RECORD
               WHEN WS-REC-DATE IS NOT NUMERIC
                    OR WS-REC-DATE (5:2) < '01'
                    OR WS-REC-DATE (5:2) > '12'
                    OR WS-REC-DATE (7:2) < '01'
                    OR WS-REC-DATE (7:2) > '31'
                   ADD 1 TO WS-R-KEPT-NO-DATE
                   PERFORM KEEP-ARCHIVE-RECORD
               WHEN OTHER
                   MOVE WS-REC-DATE TO WS-REC-DATE-NUM
                   COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE (WS-REC-DATE-NUM)
                   IF WS-AGE-DAYS > POL-KEEP-DAYS (WS-POL-IDX)
                      ADD 1 TO WS-R-EXPIRED
                   ELSE
                      ADD 1 TO WS-R-KEPT-PERIOD
                      PERFORM KEEP-ARCHIVE-RECORD
                   END-IF
           END-EVALUATE.

       KEEP-ARCHIVE-RECORD.
           MOVE WS-REC-DATA TO RETN-WORK-RECORD
           WRITE RETN-WORK-RECORD.

       WRITE-CUSTOMER-LINE.
           MOVE SPACES TO RPT-DET-ITEM
           STRING 'CUST ' WS-REC-DATA (RLY-CUST-POS (WS-RLY-IDX):8)
               DELIMITED BY SIZE INTO RPT-DET-ITEM
           MOVE WS-REC-DATE TO RPT-DET-DATE
           MOVE 1 TO RPT-DET-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL.

       WRITE-RECORD-SUMMARY.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 'RECORDS READ' TO RPT-DET-ITEM
           MOVE WS-R-READ TO RPT-DET-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           IF WS-R-EXPIRED > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-EXPIRED TO RPT-DET-COUNT
              MOVE WS-REMOVE-ACTION TO RPT-DET-ACTION
              MOVE 'EXPIRED - OLDER THAN KEEP DAYS' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-R-ERASED > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-ERASED TO RPT-DET-COUNT
              MOVE WS-REMOVE-ACTION TO RPT-DET-ACTION
              MOVE 'ERASURE ON FILE' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           MOVE 'KEPT    ' TO RPT-DET-ACTION
           IF WS-R-KEPT-PERIOD > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-KEPT-PERIOD TO RPT-DET-COUNT
              MOVE 'WITHIN KEEP PERIOD' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-R-KEPT-HOLD > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-KEPT-HOLD TO RPT-DET-COUNT
              MOVE 'LEGAL HOLD' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-R-DEFERRED > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-DEFERRED TO RPT-DET-COUNT
              MOVE 'ERASURE DEFERRED - LEGAL HOLD' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-R-KEPT-OPEN > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-KEPT-OPEN TO RPT-DET-COUNT
              MOVE 'STILL OPEN' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-R-KEPT-NO-LIMIT > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-KEPT-NO-LIMIT TO RPT-DET-COUNT
              MOVE 'NO AGE LIMIT' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF
           IF WS-R-KEPT-NO-DATE > 0
              MOVE 'RECORDS' TO RPT-DET-ITEM
              MOVE WS-R-KEPT-NO-DATE TO RPT-DET-COUNT
              MOVE 'NO VALID RECORD DATE' TO RPT-DET-REASON
              WRITE RETN-CERT-RECORD FROM WS-RPT-DETAIL
           END-IF.

       REWRITE-ARCHIVE-FROM-WORK.
           OPEN INPUT RETN-WORK-FILE
           IF RETN-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPRETEN RETNWRK REOPEN FAILED, STATUS: '
                  RETN-WORK-STATUS
              MOVE 'Y' TO WS-IO-FAILED
           ELSE
              PERFORM OPEN-ARCHIVE-OUTPUT
              IF WS-REC-IO-STATUS NOT = '00'
                 DISPLAY 'ZTPRETEN ' POL-DD-NAME (WS-POL-IDX)
                     ' REWRITE FAILED, STATUS: ' WS-REC-IO-STATUS
                 MOVE 'Y' TO WS-IO-FAILED
                 CLOSE RETN-WORK-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ RETN-WORK-FILE
                     IF RETN-WORK-STATUS = '00'
                        MOVE RETN-WORK-RECORD TO WS-REC-DATA
                        PERFORM WRITE-ARCHIVE-RECORD
                        IF WS-REC-IO-STATUS NOT = '00'
                           DISPLAY 'ZTPRETEN '
                               POL-DD-NAME (WS-POL-IDX)
                               ' WRITE FAILED, STATUS: '
                               WS-REC-IO-STATUS
                           MOVE 'Y' TO WS-IO-FAILED
                           MOVE 'N' TO WS-MORE-RECORDS
                        END-IF
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE RETN-WORK-FILE
                 PERFORM CLOSE-ARCHIVE
              END-IF
           END-IF.

       OPEN-ARCHIVE-INPUT.
           EVALUATE WS-RLY-IDX
               WHEN 1
                   OPEN INPUT KSDS-ARC-FILE
                   MOVE KSDS-ARC-STATUS TO WS-REC-IO-STATUS
               WHEN 2
                   OPEN INPUT DORM-ARCH-FILE
                   MOVE DORM-ARCH-STATUS TO WS-REC-IO-STATUS
               WHEN 3
                   OPEN INPUT FCST-HIST-FILE
                   MOVE FCST-HIST-STATUS TO WS-REC-IO-STATUS
               WHEN 4
                   OPEN INPUT REJ-TRK-FILE
                   MOVE REJ-TRK-STATUS TO WS-REC-IO-STATUS
           END-EVALUATE.

       OPEN-ARCHIVE-OUTPUT.
           EVALUATE WS-RLY-IDX
               WHEN 1
                   OPEN OUTPUT KSDS-ARC-FILE
                   MOVE KSDS-ARC-STATUS TO WS-REC-IO-STATUS
               WHEN 2
                   OPEN OUTPUT DORM-ARCH-FILE
                   MOVE DORM-ARCH-STATUS TO WS-REC-IO-STATUS
               WHEN 3
                   OPEN OUTPUT FCST-HIST-FILE
                   MOVE FCST-HIST-STATUS TO WS-REC-IO-STATUS
               WHEN 4
                   OPEN OUTPUT REJ-TRK-FILE
                   MOVE REJ-TRK-STATUS TO WS-REC-IO-STATUS
           END-EVALUATE.

       READ-ARCHIVE-RECORD.
           MOVE SPACES TO WS-REC-DATA
           EVALUATE WS-RLY-IDX
               WHEN 1
                   READ KSDS-ARC-FILE
                   MOVE KSDS-ARC-STATUS TO WS-REC-IO-STATUS
                   MOVE KSDS-ARC-RECORD TO WS-REC-DATA
               WHEN 2
                   READ DORM-ARCH-FILE
                   MOVE DORM-ARCH-STATUS TO WS-REC-IO-STATUS
                   MOVE DORM-ARCH-RECORD TO WS-REC-DATA
               WHEN 3
                   READ FCST-HIST-FILE
                   MOVE FCST-HIST-STATUS TO WS-REC-IO-STATUS
                   MOVE FCST-HIST-RECORD TO WS-REC-DATA
               WHEN 4
                   READ REJ-TRK-FILE
                   MOVE REJ-TRK-STATUS TO WS-REC-IO-STATUS
                   MOVE REJ-TRK-RECORD TO WS-REC-DATA
           END-EVALUATE.

       WRITE-ARCHIVE-RECORD.
           EVALUATE WS-RLY-IDX
               WHEN 1
                   MOVE WS-REC-DATA TO KSDS-ARC-RECORD
                   WRITE KSDS-ARC-RECORD
                   MOVE KSDS-ARC-STATUS TO WS-REC-IO-STATUS
               WHEN 2
                   MOVE WS-REC-DATA TO DORM-ARCH-RECORD
                   WRITE DORM-ARCH-RECORD
                   MOVE DORM-ARCH-STATUS TO WS-REC-IO-STATUS
               WHEN 3
                   MOVE WS-REC-DATA TO FCST-HIST-RECORD
                   WRITE FCST-HIST-RECORD
                   MOVE FCST-HIST-STATUS TO WS-REC-IO-STATUS
               WHEN 4
                   MOVE WS-REC-DATA TO REJ-TRK-RECORD
                   WRITE REJ-TRK-RECORD
                   MOVE REJ-TRK-STATUS TO WS-REC-IO-STATUS
           END-EVALUATE.

       CLOSE-ARCHIVE.
           EVALUATE WS-RLY-IDX
               WHEN 1
                   CLOSE KSDS-ARC-FILE
               WHEN 2
                   CLOSE DORM-ARCH-FILE
               WHEN 3
                   CLOSE FCST-HIST-FILE
               WHEN 4
                   CLOSE REJ-TRK-FILE
           END-EVALUATE.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO RETN-CERT-RECORD
           WRITE RETN-CERT-RECORD
           MOVE 'ERASURES ON FILE' TO RPT-TOT-LABEL
           MOVE WS-ERT-COUNT TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'ARCHIVE RECORDS READ' TO RPT-TOT-LABEL
           MOVE WS-TOT-RECORDS-READ TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'ARCHIVE RECORDS REMOVED' TO RPT-TOT-LABEL
           MOVE WS-TOT-RECORDS-REMOVED TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE '  OF WHICH FOR ERASURE' TO RPT-TOT-LABEL
           MOVE WS-TOT-ERASED-REMOVED TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'ERASURES DEFERRED BY LEGAL HOLD' TO RPT-TOT-LABEL
           MOVE WS-TOT-DEFERRED TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'GENERATIONS EXAMINED' TO RPT-TOT-LABEL
           MOVE WS-TOT-GENS-EXAMINED TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'GENERATIONS REMOVED' TO RPT-TOT-LABEL
           MOVE WS-TOT-GENS-REMOVED TO RPT-TOT-COUNT
           WRITE RETN-CERT-RECORD FROM WS-RPT-TOTAL-LINE.

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPRETEN' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPRETEN' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              COMPUTE AUDIT-RECORDS-PROCESSED =
                  WS-TOT-RECORDS-READ + WS-TOT-GENS-EXAMINED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRETEN' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPRETEN.
