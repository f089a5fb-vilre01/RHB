       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCYSNP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN SNAPSET
           FILE STATUS IS SNAPSHOT-STATUS.
           SELECT SNAP-RPT-FILE ASSIGN SNAPRPT
           FILE STATUS IS SNAP-RPT-STATUS.
           SELECT YTD-MAST-FILE ASSIGN YTDMAST
           FILE STATUS IS YTD-MAST-STATUS.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT STATE-FILE ASSIGN STATESTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STT-STATE-KEY
           FILE STATUS IS STATE-STATUS.
           SELECT PRIOR-ADJ-FILE ASSIGN PPADJ
           FILE STATUS IS PRIOR-ADJ-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KSD-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN WATCHLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WLM-CUSTOMER-ID
           FILE STATUS IS WATCH-LIST-STATUS.
           SELECT GL-PTD-FILE ASSIGN GLPTD
           FILE STATUS IS GL-PTD-STATUS.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT MNT-PEND-FILE ASSIGN MNTPEND
           FILE STATUS IS MNT-PEND-STATUS.
           SELECT ADOPTS-FILE ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-STATUS.
           SELECT ADP-PEND-FILE ASSIGN ADPPEND
           FILE STATUS IS ADP-PEND-STATUS.
           SELECT WL-MAINT-FILE ASSIGN WLMAINT
           FILE STATUS IS WL-MAINT-STATUS.
           SELECT OVERRIDE-FILE ASSIGN WLOVRD
           FILE STATUS IS OVERRIDE-STATUS.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT XFR-WORK-FILE ASSIGN XFRWORK
           FILE STATUS IS XFR-WORK-STATUS.
           SELECT TAX-LEDGER-FILE ASSIGN TAXLDG
           FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT BANK-OPEN-FILE ASSIGN BNKOPEN
           FILE STATUS IS BANK-OPEN-STATUS.
           SELECT BANK-DEP-FILE ASSIGN BANKDEP
           FILE STATUS IS BANK-DEP-STATUS.
           SELECT PROMO-LEDGER-FILE ASSIGN PROMLDG
           FILE STATUS IS PROMO-LEDGER-STATUS.
           SELECT FOSTER-MST-FILE ASSIGN FOSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FST-KEY
           FILE STATUS IS FOSTER-MST-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE RECORD CONTAINS 267 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPSNPCP.
       FD  SNAP-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SNAP-RPT-RECORD PIC X(80).
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD PIC X(38).
       FD  REV-MAST-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-MAST-RECORD PIC X(88).
       FD  ADOPT-MST-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-MST-RECORD.
           05  ADM-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(140).
       FD  INTAKE-MST-FILE RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-MST-RECORD.
           05  INK-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(80).
       FD  STATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STATE-RECORD.
           05  STT-STATE-KEY PIC X(16).
           05  FILLER PIC X(64).
       FD  PRIOR-ADJ-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PRIOR-ADJ-RECORD PIC X(80).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  KSDS-RECORD.
           05  KSD-KEY PIC X(8).
           05  FILLER PIC X(242).
       FD  WATCH-LIST-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WATCH-LIST-RECORD.
           05  WLM-CUSTOMER-ID PIC X(8).
           05  FILLER PIC X(92).
       FD  GL-PTD-FILE RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  GL-PTD-RECORD PIC X(20).
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD PIC X(13).
       FD  MNT-PEND-FILE RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  MNT-PEND-RECORD PIC X(130).
       FD  ADOPTS-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-RECORD PIC X(58).
       FD  ADP-PEND-FILE RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  ADP-PEND-RECORD PIC X(96).
       FD  WL-MAINT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WL-MAINT-RECORD PIC X(80).
       FD  OVERRIDE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OVERRIDE-RECORD PIC X(80).
       FD  ACC-WORK-FILE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.
       01  ACC-WORK-RECORD PIC X(131).
       FD  XFR-WORK-FILE RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  XFR-WORK-RECORD PIC X(50).
       FD  TAX-LEDGER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-LEDGER-RECORD PIC X(80).
       FD  BANK-OPEN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-OPEN-RECORD PIC X(80).
       FD  BANK-DEP-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-DEP-RECORD PIC X(80).
       FD  PROMO-LEDGER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PROMO-LEDGER-RECORD PIC X(80).
       FD  FOSTER-MST-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  FOSTER-MST-RECORD.
           05  FST-KEY PIC X(18).
           05  FILLER PIC X(82).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  SNAPSHOT-STATUS PIC X(2).
       01  SNAP-RPT-STATUS PIC X(2).
       01  YTD-MAST-STATUS PIC X(2).
       01  REV-MAST-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  STATE-STATUS PIC X(2).
       01  PRIOR-ADJ-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  WATCH-LIST-STATUS PIC X(2).
       01  GL-PTD-STATUS PIC X(2).
       01  AUTH-CTL-STATUS PIC X(2).
       01  MNT-PEND-STATUS PIC X(2).
       01  ADOPTS-STATUS PIC X(2).
       01  ADP-PEND-STATUS PIC X(2).
       01  WL-MAINT-STATUS PIC X(2).
       01  OVERRIDE-STATUS PIC X(2).
       01  ACC-WORK-STATUS PIC X(2).
       01  XFR-WORK-STATUS PIC X(2).
       01  TAX-LEDGER-STATUS PIC X(2).
       01  BANK-OPEN-STATUS PIC X(2).
       01  BANK-DEP-STATUS PIC X(2).
       01  PROMO-LEDGER-STATUS PIC X(2).
       01  FOSTER-MST-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-FUNCTION PIC X(8) VALUE SPACES.
       01  WS-TARGET-CYCLE PIC X(8) VALUE SPACES.
       01  WS-APPLY-RESTORE PIC X(1) VALUE 'N'.
       01  WS-SNAP-FAILED PIC X(1) VALUE 'N'.
       01  WS-RESTORE-FAILED PIC X(1) VALUE 'N'.
       01  WS-COUNT-MISMATCH PIC X(1) VALUE 'N'.
       01  WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
       01  WS-MEMBER-IO-STATUS PIC X(2).
       01  WS-MEMBER-DATA PIC X(250).
       01  WS-MEMBER-COUNT PIC 9(9).
       01  WS-MEMBER-OPEN PIC X(1) VALUE 'N'.
       01  WS-MEMBERS-IN-SET PIC 9(3) VALUE 0.
       01  WS-SET-ORDINAL PIC 9(4) VALUE 0.
       01  WS-CHOSEN-ORDINAL PIC 9(4) VALUE 0.
       01  WS-IN-TARGET-SET PIC X(1) VALUE 'N'.
       01  WS-SET-VALID PIC X(1).
       01  WS-SET-DATA-COUNT PIC 9(9).
       01  WS-SET-MEMBER-COUNT PIC 9(3).
       01  WS-CHOSEN-TAKEN-TS PIC X(21) VALUE SPACES.
       01  MEMBER-DEF-TABLE.
           05  FILLER PIC X(12) VALUE 'YTDMAST S038'.
           05  FILLER PIC X(12) VALUE 'REVMAST S088'.
           05  FILLER PIC X(12) VALUE 'ADOPTMSTK150'.
           05  FILLER PIC X(12) VALUE 'INTKMST K090'.
           05  FILLER PIC X(12) VALUE 'STATESTRK080'.
           05  FILLER PIC X(12) VALUE 'PPADJ   S080'.
           05  FILLER PIC X(12) VALUE 'TESTKSDSK250'.
           05  FILLER PIC X(12) VALUE 'WATCHLSTK100'.
           05  FILLER PIC X(12) VALUE 'GLPTD   S020'.
           05  FILLER PIC X(12) VALUE 'AUTHCTL S013'.
           05  FILLER PIC X(12) VALUE 'MNTPEND S130'.
           05  FILLER PIC X(12) VALUE 'ADOPTS  S058'.
           05  FILLER PIC X(12) VALUE 'ADPPEND S096'.
           05  FILLER PIC X(12) VALUE 'WLMAINT S080'.
           05  FILLER PIC X(12) VALUE 'WLOVRD  S080'.
           05  FILLER PIC X(12) VALUE 'ACCWORK S131'.
           05  FILLER PIC X(12) VALUE 'XFRWORK S050'.
           05  FILLER PIC X(12) VALUE 'TAXLDG  S080'.
           05  FILLER PIC X(12) VALUE 'BNKOPEN S080'.
           05  FILLER PIC X(12) VALUE 'BANKDEP S080'.
           05  FILLER PIC X(12) VALUE 'PROMLDG S080'.
           05  FILLER PIC X(12) VALUE 'FOSTMST K100'.
       01  MEMBER-DEF-TBL REDEFINES MEMBER-DEF-TABLE.
           05  MBD-ENTRY OCCURS 22 TIMES.
               10  MBD-DD-NAME PIC X(8).
               10  MBD-ORG PIC X(1).
               10  MBD-LRECL PIC 9(3).
       01  WS-MBD-COUNT PIC 9(2) VALUE 22.
       01  WS-MBR-IDX PIC 9(2).
       01  MEMBER-RESULT-TABLE.
           05  MBR-ENTRY OCCURS 22 TIMES.
               10  MBR-IN-SET PIC X(1).
               10  MBR-FAILED PIC X(1).
               10  MBR-SNAP-COUNT PIC 9(9).
               10  MBR-RESTORED-COUNT PIC 9(9).
               10  MBR-RESULT PIC X(37).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(16) VALUE 'CYCLE SNAPSHOT  '.
           05  RPT-HDR-FUNCTION PIC X(8).
           05  FILLER PIC X(8) VALUE '  CYCLE '.
           05  RPT-HDR-CYCLE PIC X(8).
           05  FILLER PIC X(11) VALUE '  RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-TAKEN-LINE.
           05  FILLER PIC X(24) VALUE 'SNAPSHOT SET TAKEN AT   '.
           05  RPT-TKN-TS PIC X(21).
           05  FILLER PIC X(35) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'DD NAME   ORG LRECL   SNAPSHOT   RESTORE'.
           05  FILLER PIC X(40)
               VALUE 'D  RESULT'.
       01  WS-RPT-DETAIL.
           05  RPT-DET-DD-NAME PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-ORG PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-LRECL PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-SNAP-COUNT PIC Z(8)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-RESTORED-COUNT PIC Z(8)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-RESULT PIC X(37).
       01  WS-RPT-MESSAGE-LINE.
           05  RPT-MSG-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(36).
           05  RPT-TOT-COUNT PIC Z(8)9.
           05  FILLER PIC X(35) VALUE SPACES.
       01  WS-TEST-BANNER PIC X(42)
           VALUE '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(17).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 4
              AND PARM-TEXT (1:4) = 'SNAP'
              MOVE 'SNAP' TO WS-FUNCTION
           END-IF
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (1:6) = 'VERIFY'
              MOVE 'VERIFY' TO WS-FUNCTION
           END-IF
           IF PARM-LENGTH >= 7
              AND PARM-TEXT (1:7) = 'RESTORE'
              MOVE 'RESTORE' TO WS-FUNCTION
           END-IF
           IF PARM-LENGTH >= 15
              AND PARM-TEXT (PARM-LENGTH - 7:8) IS NUMERIC
              MOVE PARM-TEXT (PARM-LENGTH - 7:8) TO WS-TARGET-CYCLE
           END-IF
           IF WS-FUNCTION = SPACES
              OR (WS-FUNCTION NOT = 'SNAP'
                  AND WS-TARGET-CYCLE = SPACES)
              DISPLAY 'ZTPCYSNP PARM MUST BE SNAP, VERIFY YYYYMMDD '
                  'OR RESTORE YYYYMMDD'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-FUNCTION = 'SNAP'
              MOVE WS-RUN-DATE TO WS-TARGET-CYCLE
           END-IF
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBD-COUNT
               MOVE 'N' TO MBR-IN-SET (WS-MBR-IDX)
               MOVE 'N' TO MBR-FAILED (WS-MBR-IDX)
               MOVE 0 TO MBR-SNAP-COUNT (WS-MBR-IDX)
               MOVE 0 TO MBR-RESTORED-COUNT (WS-MBR-IDX)
               MOVE 'NOT IN SNAPSHOT SET - LEFT AS IS' TO
                   MBR-RESULT (WS-MBR-IDX)
           END-PERFORM
           DISPLAY 'ZTPCYSNP ' WS-FUNCTION ' CYCLE ' WS-TARGET-CYCLE
               ' RUN MODE ' WS-RUN-MODE
           EVALUATE WS-FUNCTION
               WHEN 'SNAP'
                   PERFORM TAKE-CYCLE-SNAPSHOT
               WHEN OTHER
                   PERFORM LOCATE-SNAPSHOT-SET
                   IF WS-CHOSEN-ORDINAL NOT = 0
                      IF WS-FUNCTION = 'RESTORE'
                         AND WS-RUN-MODE NOT = 'TEST'
                         MOVE 'Y' TO WS-APPLY-RESTORE
                      END-IF
                      PERFORM RESTORE-SNAPSHOT-SET
                      IF WS-APPLY-RESTORE = 'Y'
                         PERFORM VERIFY-RESTORED-COUNTS
                      END-IF
                   END-IF
           END-EVALUATE
           PERFORM WRITE-SNAPSHOT-REPORT
           EVALUATE TRUE
               WHEN WS-RESTORE-FAILED = 'Y'
                   DISPLAY 'ZTPCYSNP *** RESTORE FAILED - MASTERS ARE '
                       'INCOMPLETE, RERUN ZTPROLLB BEFORE ANY CYCLE ***'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SNAP-FAILED = 'Y'
                   DISPLAY 'ZTPCYSNP *** SNAPSHOT SET INCOMPLETE - '
                       'CYCLE ' WS-TARGET-CYCLE ' CANNOT BE ROLLED '
                       'BACK ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION NOT = 'SNAP'
                    AND WS-CHOSEN-ORDINAL = 0
                   DISPLAY 'ZTPCYSNP *** NO COMPLETE SNAPSHOT SET FOR '
                       'CYCLE ' WS-TARGET-CYCLE ' ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-MISMATCH = 'Y'
                   DISPLAY 'ZTPCYSNP *** RESTORED RECORD COUNTS DO NOT '
                       'MATCH THE SNAPSHOT - SEE SNAPRPT ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION = 'VERIFY'
                    AND WS-RUN-MODE = 'TEST'
                   DISPLAY 'ZTPCYSNP TEST RUN - SNAPSHOT SET VERIFIED, '
                       'MASTERS WILL NOT BE RESTORED'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ZTPCYSNP ' WS-FUNCTION ' COMPLETE, '
                       WS-TOTAL-RECORDS ' RECORD(S)'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF WS-FUNCTION = 'RESTORE'
              AND WS-CHOSEN-ORDINAL NOT = 0
              PERFORM WRITE-ROLLBACK-RECORD
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

       TAKE-CYCLE-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'ZTPCYSNP SNAPSET OPEN FAILED, STATUS: '
                  SNAPSHOT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-START-TS TO WS-CHOSEN-TAKEN-TS
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-TARGET-CYCLE TO SNP-CYCLE-DATE
           MOVE '*SNAPSET' TO SNP-DD-NAME
           SET SNP-SET-HEADER TO TRUE
           MOVE 0 TO SNP-RECORD-COUNT
           MOVE 0 TO SNP-RECORD-LENGTH
           MOVE WS-START-TS TO SNP-TAKEN-TS
           MOVE WS-RUN-MODE TO SNP-RUN-MODE
           MOVE WS-MBD-COUNT TO SNP-MEMBER-COUNT
           WRITE SNAPSHOT-RECORD
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBD-COUNT
               PERFORM SNAPSHOT-ONE-MEMBER
           END-PERFORM
           IF WS-SNAP-FAILED = 'N'
              MOVE SPACES TO SNAPSHOT-RECORD
              MOVE WS-TARGET-CYCLE TO SNP-CYCLE-DATE
              MOVE '*SNAPSET' TO SNP-DD-NAME
              SET SNP-SET-TRAILER TO TRUE
              MOVE WS-TOTAL-RECORDS TO SNP-RECORD-COUNT
              MOVE 0 TO SNP-RECORD-LENGTH
              MOVE WS-START-TS TO SNP-TAKEN-TS
              MOVE WS-RUN-MODE TO SNP-RUN-MODE
              MOVE WS-MBD-COUNT TO SNP-MEMBER-COUNT
              WRITE SNAPSHOT-RECORD
           END-IF
           CLOSE SNAPSHOT-FILE.

       SNAPSHOT-ONE-MEMBER.
           MOVE 0 TO WS-MEMBER-COUNT
           PERFORM OPEN-MEMBER-INPUT
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-TARGET-CYCLE TO SNP-CYCLE-DATE
           MOVE MBD-DD-NAME (WS-MBR-IDX) TO SNP-DD-NAME
           SET SNP-MEMBER-HEADER TO TRUE
           MOVE 0 TO SNP-RECORD-COUNT
           MOVE MBD-LRECL (WS-MBR-IDX) TO SNP-RECORD-LENGTH
           MOVE WS-START-TS TO SNP-TAKEN-TS
           MOVE WS-RUN-MODE TO SNP-RUN-MODE
           EVALUATE WS-MEMBER-IO-STATUS
               WHEN '00'
                   SET SNP-MEMBER-PRESENT TO TRUE
                   WRITE SNAPSHOT-RECORD
                   MOVE 'Y' TO WS-MORE-RECORDS
                   PERFORM UNTIL WS-MORE-RECORDS = 'N'
                       PERFORM READ-MEMBER-RECORD
                       IF WS-MEMBER-IO-STATUS = '00'
                          MOVE SPACES TO SNAPSHOT-RECORD
                          MOVE WS-TARGET-CYCLE TO SNP-CYCLE-DATE
                          MOVE MBD-DD-NAME (WS-MBR-IDX) TO SNP-DD-NAME
                          SET SNP-MEMBER-DATA TO TRUE
                          MOVE WS-MEMBER-DATA TO SNP-DATA
                          WRITE SNAPSHOT-RECORD
                          ADD 1 TO WS-MEMBER-COUNT
                       ELSE
                          MOVE 'N' TO WS-MORE-RECORDS
                       END-IF
                   END-PERFORM
                   IF WS-MEMBER-IO-STATUS NOT = '10'
                      MOVE 'Y' TO WS-SNAP-FAILED
                      MOVE 'Y' TO MBR-FAILED (WS-MBR-IDX)
                      STRING 'READ FAILED, STATUS '
                          WS-MEMBER-IO-STATUS
                          DELIMITED BY SIZE
                          INTO MBR-RESULT (WS-MBR-IDX)
                   ELSE
                      MOVE 'COPIED TO SNAPSHOT SET' TO
                          MBR-RESULT (WS-MBR-IDX)
                   END-IF
                   PERFORM CLOSE-MEMBER
               WHEN '35'
                   SET SNP-MEMBER-ABSENT TO TRUE
                   WRITE SNAPSHOT-RECORD
                   MOVE 'EMPTY OR UNLOADED - SNAPPED EMPTY' TO
                       MBR-RESULT (WS-MBR-IDX)
               WHEN OTHER
                   SET SNP-MEMBER-ABSENT TO TRUE
                   WRITE SNAPSHOT-RECORD
                   MOVE 'Y' TO WS-SNAP-FAILED
                   MOVE 'Y' TO MBR-FAILED (WS-MBR-IDX)
                   STRING 'OPEN FAILED, STATUS '
                       WS-MEMBER-IO-STATUS
                       DELIMITED BY SIZE
                       INTO MBR-RESULT (WS-MBR-IDX)
           END-EVALUATE
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-TARGET-CYCLE TO SNP-CYCLE-DATE
           MOVE MBD-DD-NAME (WS-MBR-IDX) TO SNP-DD-NAME
           SET SNP-MEMBER-TRAILER TO TRUE
           MOVE WS-MEMBER-COUNT TO SNP-RECORD-COUNT
           MOVE MBD-LRECL (WS-MBR-IDX) TO SNP-RECORD-LENGTH
           MOVE WS-START-TS TO SNP-TAKEN-TS
           MOVE WS-RUN-MODE TO SNP-RUN-MODE
           WRITE SNAPSHOT-RECORD
           MOVE 'Y' TO MBR-IN-SET (WS-MBR-IDX)
           MOVE WS-MEMBER-COUNT TO MBR-SNAP-COUNT (WS-MBR-IDX)
           ADD WS-MEMBER-COUNT TO WS-TOTAL-RECORDS.

       LOCATE-SNAPSHOT-SET.
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'ZTPCYSNP SNAPSET OPEN FAILED, STATUS: '
                  SNAPSHOT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 0 TO WS-SET-ORDINAL
           MOVE 'N' TO WS-IN-TARGET-SET
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SNAPSHOT-FILE
               IF SNAPSHOT-STATUS = '00'
                  PERFORM NOTE-LOCATE-RECORD
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       NOTE-LOCATE-RECORD.
           IF SNP-SET-HEADER
              IF SNP-CYCLE-DATE = WS-TARGET-CYCLE
                 ADD 1 TO WS-SET-ORDINAL
                 MOVE 'Y' TO WS-IN-TARGET-SET
                 MOVE 'Y' TO WS-SET-VALID
                 MOVE 0 TO WS-SET-MEMBER-COUNT
              ELSE
                 MOVE 'N' TO WS-IN-TARGET-SET
              END-IF
           ELSE
              IF WS-IN-TARGET-SET = 'Y'
                 EVALUATE TRUE
                     WHEN SNP-MEMBER-HEADER
                         MOVE 0 TO WS-SET-DATA-COUNT
                     WHEN SNP-MEMBER-DATA
                         ADD 1 TO WS-SET-DATA-COUNT
                     WHEN SNP-MEMBER-TRAILER
                         ADD 1 TO WS-SET-MEMBER-COUNT
                         IF WS-SET-DATA-COUNT NOT = SNP-RECORD-COUNT
                            MOVE 'N' TO WS-SET-VALID
                         END-IF
                     WHEN SNP-SET-TRAILER
                         IF WS-SET-VALID = 'Y'
                            AND WS-SET-MEMBER-COUNT = SNP-MEMBER-COUNT
                            MOVE WS-SET-ORDINAL TO WS-CHOSEN-ORDINAL
                            MOVE SNP-TAKEN-TS TO WS-CHOSEN-TAKEN-TS
                         END-IF
                         MOVE 'N' TO WS-IN-TARGET-SET
                 END-EVALUATE
              END-IF
           END-IF.

       RESTORE-SNAPSHOT-SET.
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'ZTPCYSNP SNAPSET REOPEN FAILED, STATUS: '
                  SNAPSHOT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 0 TO WS-SET-ORDINAL
           MOVE 0 TO WS-MBR-IDX
           MOVE 'N' TO WS-IN-TARGET-SET
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SNAPSHOT-FILE
               IF SNAPSHOT-STATUS = '00'
                  IF SNP-SET-HEADER
                     AND SNP-CYCLE-DATE = WS-TARGET-CYCLE
                     ADD 1 TO WS-SET-ORDINAL
                     IF WS-SET-ORDINAL = WS-CHOSEN-ORDINAL
                        MOVE 'Y' TO WS-IN-TARGET-SET
                     END-IF
                  END-IF
                  IF WS-IN-TARGET-SET = 'Y'
                     PERFORM APPLY-RESTORE-RECORD
                     IF SNP-SET-TRAILER
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       APPLY-RESTORE-RECORD.
           EVALUATE TRUE
               WHEN SNP-MEMBER-HEADER
                   PERFORM FIND-MEMBER-BY-NAME
                   MOVE 0 TO WS-MEMBER-COUNT
                   MOVE 'N' TO WS-MEMBER-OPEN
                   IF WS-MBR-IDX = 0
                      DISPLAY 'ZTPCYSNP SNAPSHOT MEMBER ' SNP-DD-NAME
                          ' IS NOT A KNOWN MASTER - SKIPPED'
                   ELSE
                      MOVE 'Y' TO MBR-IN-SET (WS-MBR-IDX)
                      IF WS-APPLY-RESTORE = 'Y'
                         PERFORM OPEN-MEMBER-OUTPUT
                         IF WS-MEMBER-IO-STATUS = '00'
                            MOVE 'Y' TO WS-MEMBER-OPEN
                         ELSE
                            MOVE 'Y' TO WS-RESTORE-FAILED
                            MOVE 'Y' TO MBR-FAILED (WS-MBR-IDX)
                            STRING 'RESTORE OPEN FAILED, STATUS '
                                WS-MEMBER-IO-STATUS
                                DELIMITED BY SIZE
                                INTO MBR-RESULT (WS-MBR-IDX)
                         END-IF
                      ELSE
                         IF WS-FUNCTION = 'RESTORE'
                            MOVE 'WOULD RESTORE (TEST RUN)' TO
                                MBR-RESULT (WS-MBR-IDX)
                         ELSE
                            MOVE 'VERIFIED IN SNAPSHOT SET' TO
                                MBR-RESULT (WS-MBR-IDX)
                         END-IF
                      END-IF
                   END-IF
               WHEN SNP-MEMBER-DATA
                   IF WS-MBR-IDX NOT = 0
                      ADD 1 TO WS-TOTAL-RECORDS
                   END-IF
                   IF WS-MEMBER-OPEN = 'Y'
                      MOVE SNP-DATA TO WS-MEMBER-DATA
                      PERFORM WRITE-MEMBER-RECORD
                      IF WS-MEMBER-IO-STATUS = '00'
                         ADD 1 TO WS-MEMBER-COUNT
                      ELSE
                         IF MBR-FAILED (WS-MBR-IDX) = 'N'
                            MOVE 'Y' TO WS-RESTORE-FAILED
                            MOVE 'Y' TO MBR-FAILED (WS-MBR-IDX)
                            STRING 'RESTORE WRITE FAILED, STATUS '
                                WS-MEMBER-IO-STATUS
                                DELIMITED BY SIZE
                                INTO MBR-RESULT (WS-MBR-IDX)
                         END-IF
                      END-IF
                   END-IF
               WHEN SNP-MEMBER-TRAILER
                   IF WS-MBR-IDX NOT = 0
                      MOVE SNP-RECORD-COUNT TO
                          MBR-SNAP-COUNT (WS-MBR-IDX)
                   END-IF
                   IF WS-MEMBER-OPEN = 'Y'
                      PERFORM CLOSE-MEMBER
                      MOVE 'N' TO WS-MEMBER-OPEN
                   END-IF
                   MOVE 0 TO WS-MBR-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-MEMBER-BY-NAME.
           MOVE 0 TO WS-MBR-IDX
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBD-COUNT
                   OR MBD-DD-NAME (WS-MBR-IDX) = SNP-DD-NAME
               CONTINUE
           END-PERFORM
           IF WS-MBR-IDX > WS-MBD-COUNT
              MOVE 0 TO WS-MBR-IDX
           END-IF.

       VERIFY-RESTORED-COUNTS.
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBD-COUNT
               IF MBR-IN-SET (WS-MBR-IDX) = 'Y'
                  AND MBR-FAILED (WS-MBR-IDX) = 'N'
                  PERFORM COUNT-ONE-MEMBER
               END-IF
           END-PERFORM.

       COUNT-ONE-MEMBER.
           MOVE 0 TO WS-MEMBER-COUNT
           PERFORM OPEN-MEMBER-INPUT
           IF WS-MEMBER-IO-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  PERFORM READ-MEMBER-RECORD
                  IF WS-MEMBER-IO-STATUS = '00'
                     ADD 1 TO WS-MEMBER-COUNT
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              PERFORM CLOSE-MEMBER
           END-IF
           MOVE WS-MEMBER-COUNT TO MBR-RESTORED-COUNT (WS-MBR-IDX)
           IF WS-MEMBER-COUNT = MBR-SNAP-COUNT (WS-MBR-IDX)
              MOVE 'RESTORED - COUNT VERIFIED' TO
                  MBR-RESULT (WS-MBR-IDX)
           ELSE
              MOVE 'Y' TO WS-COUNT-MISMATCH
              MOVE 'Y' TO MBR-FAILED (WS-MBR-IDX)
              MOVE '*** RESTORED COUNT MISMATCH' TO
                  MBR-RESULT (WS-MBR-IDX)
           END-IF.

       OPEN-MEMBER-INPUT.
           EVALUATE WS-MBR-IDX
               WHEN 1
                   OPEN INPUT YTD-MAST-FILE
                   MOVE YTD-MAST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 2
                   OPEN INPUT REV-MAST-FILE
                   MOVE REV-MAST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 3
                   OPEN INPUT ADOPT-MST-FILE
                   MOVE ADOPT-MST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 4
                   OPEN INPUT INTAKE-MST-FILE
                   MOVE INTAKE-MST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 5
                   OPEN INPUT STATE-FILE
                   MOVE STATE-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 6
                   OPEN INPUT PRIOR-ADJ-FILE
                   MOVE PRIOR-ADJ-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 7
                   OPEN INPUT KSDS-FILE
                   MOVE KSDS-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 8
                   OPEN INPUT WATCH-LIST-FILE
                   MOVE WATCH-LIST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 9
                   OPEN INPUT GL-PTD-FILE
                   MOVE GL-PTD-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 10
                   OPEN INPUT AUTH-CTL-FILE
                   MOVE AUTH-CTL-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 11
                   OPEN INPUT MNT-PEND-FILE
                   MOVE MNT-PEND-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 12
                   OPEN INPUT ADOPTS-FILE
                   MOVE ADOPTS-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 13
                   OPEN INPUT ADP-PEND-FILE
                   MOVE ADP-PEND-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 14
                   OPEN INPUT WL-MAINT-FILE
                   MOVE WL-MAINT-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 15
                   OPEN INPUT OVERRIDE-FILE
                   MOVE OVERRIDE-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 16
                   OPEN INPUT ACC-WORK-FILE
                   MOVE ACC-WORK-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 17
                   OPEN INPUT XFR-WORK-FILE
                   MOVE XFR-WORK-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 18
                   OPEN INPUT TAX-LEDGER-FILE
                   MOVE TAX-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 19
                   OPEN INPUT BANK-OPEN-FILE
                   MOVE BANK-OPEN-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 20
                   OPEN INPUT BANK-DEP-FILE
                   MOVE BANK-DEP-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 21
                   OPEN INPUT PROMO-LEDGER-FILE
                   MOVE PROMO-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 22
                   OPEN INPUT FOSTER-MST-FILE
                   MOVE FOSTER-MST-STATUS TO WS-MEMBER-IO-STATUS
           END-EVALUATE.

       OPEN-MEMBER-OUTPUT.
           EVALUATE WS-MBR-IDX
               WHEN 1
                   OPEN OUTPUT YTD-MAST-FILE
                   MOVE YTD-MAST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 2
                   OPEN OUTPUT REV-MAST-FILE
                   MOVE REV-MAST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 3
                   OPEN OUTPUT ADOPT-MST-FILE
                   MOVE ADOPT-MST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 4
                   OPEN OUTPUT INTAKE-MST-FILE
                   MOVE INTAKE-MST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 5
                   OPEN OUTPUT STATE-FILE
                   MOVE STATE-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 6
                   OPEN OUTPUT PRIOR-ADJ-FILE
                   MOVE PRIOR-ADJ-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 7
                   OPEN OUTPUT KSDS-FILE
                   MOVE KSDS-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 8
                   OPEN OUTPUT WATCH-LIST-FILE
                   MOVE WATCH-LIST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 9
                   OPEN OUTPUT GL-PTD-FILE
                   MOVE GL-PTD-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 10
                   OPEN OUTPUT AUTH-CTL-FILE
                   MOVE AUTH-CTL-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 11
                   OPEN OUTPUT MNT-PEND-FILE
                   MOVE MNT-PEND-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 12
                   OPEN OUTPUT ADOPTS-FILE
                   MOVE ADOPTS-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 13
                   OPEN OUTPUT ADP-PEND-FILE
                   MOVE ADP-PEND-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 14
                   OPEN OUTPUT WL-MAINT-FILE
                   MOVE WL-MAINT-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 15
                   OPEN OUTPUT OVERRIDE-FILE
                   MOVE OVERRIDE-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 16
                   OPEN OUTPUT ACC-WORK-FILE
                   MOVE ACC-WORK-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 17
                   OPEN OUTPUT XFR-WORK-FILE
                   MOVE XFR-WORK-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 18
                   OPEN OUTPUT TAX-LEDGER-FILE
                   MOVE TAX-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 19
                   OPEN OUTPUT BANK-OPEN-FILE
                   MOVE BANK-OPEN-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 20
                   OPEN OUTPUT BANK-DEP-FILE
                   MOVE BANK-DEP-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 21
                   OPEN OUTPUT PROMO-LEDGER-FILE
                   MOVE PROMO-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 22
                   OPEN OUTPUT FOSTER-MST-FILE
                   MOVE FOSTER-MST-STATUS TO WS-MEMBER-IO-STATUS
           END-EVALUATE.

       READ-MEMBER-RECORD.
           MOVE SPACES TO WS-MEMBER-DATA
           EVALUATE WS-MBR-IDX
               WHEN 1
                   READ YTD-MAST-FILE
                   MOVE YTD-MAST-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE YTD-MAST-RECORD TO WS-MEMBER-DATA
               WHEN 2
                   READ REV-MAST-FILE
                   MOVE REV-MAST-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE REV-MAST-RECORD TO WS-MEMBER-DATA
               WHEN 3
                   READ ADOPT-MST-FILE
                   MOVE ADOPT-MST-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE ADOPT-MST-RECORD TO WS-MEMBER-DATA
               WHEN 4
                   READ INTAKE-MST-FILE
                   MOVE INTAKE-MST-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE INTAKE-MST-RECORD TO WS-MEMBER-DATA
               WHEN 5
                   READ STATE-FILE
                   MOVE STATE-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE STATE-RECORD TO WS-MEMBER-DATA
               WHEN 6
                   READ PRIOR-ADJ-FILE
                   MOVE PRIOR-ADJ-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE PRIOR-ADJ-RECORD TO WS-MEMBER-DATA
               WHEN 7
                   READ KSDS-FILE
                   MOVE KSDS-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE KSDS-RECORD TO WS-MEMBER-DATA
               WHEN 8
                   READ WATCH-LIST-FILE
                   MOVE WATCH-LIST-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE WATCH-LIST-RECORD TO WS-MEMBER-DATA
               WHEN 9
                   READ GL-PTD-FILE
                   MOVE GL-PTD-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE GL-PTD-RECORD TO WS-MEMBER-DATA
               WHEN 10
                   READ AUTH-CTL-FILE
                   MOVE AUTH-CTL-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE AUTH-CTL-RECORD TO WS-MEMBER-DATA
               WHEN 11
                   READ MNT-PEND-FILE
                   MOVE MNT-PEND-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE MNT-PEND-RECORD TO WS-MEMBER-DATA
               WHEN 12
                   READ ADOPTS-FILE
                   MOVE ADOPTS-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE ADOPTS-RECORD TO WS-MEMBER-DATA
               WHEN 13
                   READ ADP-PEND-FILE
                   MOVE ADP-PEND-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE ADP-PEND-RECORD TO WS-MEMBER-DATA
               WHEN 14
                   READ WL-MAINT-FILE
                   MOVE WL-MAINT-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE WL-MAINT-RECORD TO WS-MEMBER-DATA
               WHEN 15
                   READ OVERRIDE-FILE
                   MOVE OVERRIDE-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE OVERRIDE-RECORD TO WS-MEMBER-DATA
               WHEN 16
                   READ ACC-WORK-FILE
                   MOVE ACC-WORK-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE ACC-WORK-RECORD TO WS-MEMBER-DATA
               WHEN 17
                   READ XFR-WORK-FILE
                   MOVE XFR-WORK-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE XFR-WORK-RECORD TO WS-MEMBER-DATA
               WHEN 18
                   READ TAX-LEDGER-FILE
                   MOVE TAX-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE TAX-LEDGER-RECORD TO WS-MEMBER-DATA
               WHEN 19
                   READ BANK-OPEN-FILE
                   MOVE BANK-OPEN-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE BANK-OPEN-RECORD TO WS-MEMBER-DATA
               WHEN 20
                   READ BANK-DEP-FILE
                   MOVE BANK-DEP-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE BANK-DEP-RECORD TO WS-MEMBER-DATA
               WHEN 21
                   READ PROMO-LEDGER-FILE
                   MOVE PROMO-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE PROMO-LEDGER-RECORD TO WS-MEMBER-DATA
               WHEN 22
                   READ FOSTER-MST-FILE
                   MOVE FOSTER-MST-STATUS TO WS-MEMBER-IO-STATUS
                   MOVE FOSTER-MST-RECORD TO WS-MEMBER-DATA
           END-EVALUATE.

       WRITE-MEMBER-RECORD.
           EVALUATE WS-MBR-IDX
               WHEN 1
                   MOVE WS-MEMBER-DATA TO YTD-MAST-RECORD
                   WRITE YTD-MAST-RECORD
                   MOVE YTD-MAST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 2
                   MOVE WS-MEMBER-DATA TO REV-MAST-RECORD
                   WRITE REV-MAST-RECORD
                   MOVE REV-MAST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 3
                   MOVE WS-MEMBER-DATA TO ADOPT-MST-RECORD
                   WRITE ADOPT-MST-RECORD
                   MOVE ADOPT-MST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 4
                   MOVE WS-MEMBER-DATA TO INTAKE-MST-RECORD
                   WRITE INTAKE-MST-RECORD
                   MOVE INTAKE-MST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 5
                   MOVE WS-MEMBER-DATA TO STATE-RECORD
                   WRITE STATE-RECORD
                   MOVE STATE-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 6
                   MOVE WS-MEMBER-DATA TO PRIOR-ADJ-RECORD
                   WRITE PRIOR-ADJ-RECORD
                   MOVE PRIOR-ADJ-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 7
                   MOVE WS-MEMBER-DATA TO KSDS-RECORD
                   WRITE KSDS-RECORD
                   MOVE KSDS-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 8
                   MOVE WS-MEMBER-DATA TO WATCH-LIST-RECORD
                   WRITE WATCH-LIST-RECORD
                   MOVE WATCH-LIST-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 9
                   MOVE WS-MEMBER-DATA TO GL-PTD-RECORD
                   WRITE GL-PTD-RECORD
                   MOVE GL-PTD-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 10
                   MOVE WS-MEMBER-DATA TO AUTH-CTL-RECORD
                   WRITE AUTH-CTL-RECORD
                   MOVE AUTH-CTL-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 11
                   MOVE WS-MEMBER-DATA TO MNT-PEND-RECORD
                   WRITE MNT-PEND-RECORD
                   MOVE MNT-PEND-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 12
                   MOVE WS-MEMBER-DATA TO ADOPTS-RECORD
                   WRITE ADOPTS-RECORD
                   MOVE ADOPTS-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 13
                   MOVE WS-MEMBER-DATA TO ADP-PEND-RECORD
                   WRITE ADP-PEND-RECORD
                   MOVE ADP-PEND-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 14
                   MOVE WS-MEMBER-DATA TO WL-MAINT-RECORD
                   WRITE WL-MAINT-RECORD
                   MOVE WL-MAINT-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 15
                   MOVE WS-MEMBER-DATA TO OVERRIDE-RECORD
                   WRITE OVERRIDE-RECORD
                   MOVE OVERRIDE-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 16
                   MOVE WS-MEMBER-DATA TO ACC-WORK-RECORD
                   WRITE ACC-WORK-RECORD
                   MOVE ACC-WORK-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 17
                   MOVE WS-MEMBER-DATA TO XFR-WORK-RECORD
                   WRITE XFR-WORK-RECORD
                   MOVE XFR-WORK-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 18
                   MOVE WS-MEMBER-DATA TO TAX-LEDGER-RECORD
                   WRITE TAX-LEDGER-RECORD
                   MOVE TAX-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 19
                   MOVE WS-MEMBER-DATA TO BANK-OPEN-RECORD
                   WRITE BANK-OPEN-RECORD
                   MOVE BANK-OPEN-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 20
                   MOVE WS-MEMBER-DATA TO BANK-DEP-RECORD
                   WRITE BANK-DEP-RECORD
                   MOVE BANK-DEP-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 21
                   MOVE WS-MEMBER-DATA TO PROMO-LEDGER-RECORD
                   WRITE PROMO-LEDGER-RECORD
                   MOVE PROMO-LEDGER-STATUS TO WS-MEMBER-IO-STATUS
               WHEN 22
                   MOVE WS-MEMBER-DATA TO FOSTER-MST-RECORD
                   WRITE FOSTER-MST-RECORD
                   MOVE FOSTER-MST-STATUS TO WS-MEMBER-IO-STATUS
           END-EVALUATE.

       CLOSE-MEMBER.
           EVALUATE WS-MBR-IDX
               WHEN 1
                   CLOSE YTD-MAST-FILE
               WHEN 2
                   CLOSE REV-MAST-FILE
               WHEN 3
                   CLOSE ADOPT-MST-FILE
               WHEN 4
                   CLOSE INTAKE-MST-FILE
               WHEN 5
                   CLOSE STATE-FILE
               WHEN 6
                   CLOSE PRIOR-ADJ-FILE
               WHEN 7
                   CLOSE KSDS-FILE
               WHEN 8
                   CLOSE WATCH-LIST-FILE
               WHEN 9
                   CLOSE GL-PTD-FILE
               WHEN 10
                   CLOSE AUTH-CTL-FILE
               WHEN 11
                   CLOSE MNT-PEND-FILE
               WHEN 12
                   CLOSE ADOPTS-FILE
               WHEN 13
                   CLOSE ADP-PEND-FILE
               WHEN 14
                   CLOSE WL-MAINT-FILE
               WHEN 15
                   CLOSE OVERRIDE-FILE
               WHEN 16
                   CLOSE ACC-WORK-FILE
               WHEN 17
                   CLOSE XFR-WORK-FILE
               WHEN 18
                   CLOSE TAX-LEDGER-FILE
               WHEN 19
                   CLOSE BANK-OPEN-FILE
               WHEN 20
                   CLOSE BANK-DEP-FILE
               WHEN 21
                   CLOSE PROMO-LEDGER-FILE
               WHEN 22
                   CLOSE FOSTER-MST-FILE
           END-EVALUATE.

       WRITE-SNAPSHOT-REPORT.
           OPEN OUTPUT SNAP-RPT-FILE
           IF SNAP-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCYSNP SNAPRPT OPEN FAILED, STATUS: '
                  SNAP-RPT-STATUS
           ELSE
              IF WS-RUN-MODE = 'TEST'
                 WRITE SNAP-RPT-RECORD FROM WS-TEST-BANNER
              END-IF
              MOVE WS-FUNCTION TO RPT-HDR-FUNCTION
              MOVE WS-TARGET-CYCLE TO RPT-HDR-CYCLE
              MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
              WRITE SNAP-RPT-RECORD FROM WS-RPT-HEADER
              IF WS-FUNCTION NOT = 'SNAP'
                 AND WS-CHOSEN-ORDINAL = 0
                 MOVE 'NO COMPLETE SNAPSHOT SET FOUND FOR THIS CYCLE'
                     TO RPT-MSG-TEXT
                 WRITE SNAP-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
              ELSE
                 MOVE WS-CHOSEN-TAKEN-TS TO RPT-TKN-TS
                 WRITE SNAP-RPT-RECORD FROM WS-RPT-TAKEN-LINE
                 WRITE SNAP-RPT-RECORD FROM WS-RPT-COLUMNS
                 PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                         UNTIL WS-MBR-IDX > WS-MBD-COUNT
                     PERFORM WRITE-MEMBER-LINE
                 END-PERFORM
                 MOVE 'RECORDS IN SNAPSHOT SET' TO RPT-TOT-LABEL
                 MOVE WS-TOTAL-RECORDS TO RPT-TOT-COUNT
                 WRITE SNAP-RPT-RECORD FROM WS-RPT-TOTAL-LINE
              END-IF
              CLOSE SNAP-RPT-FILE
           END-IF.

       WRITE-MEMBER-LINE.
           MOVE MBD-DD-NAME (WS-MBR-IDX) TO RPT-DET-DD-NAME
           IF MBD-ORG (WS-MBR-IDX) = 'K'
              MOVE 'KSDS' TO RPT-DET-ORG
           ELSE
              MOVE 'SEQ ' TO RPT-DET-ORG
           END-IF
           MOVE MBD-LRECL (WS-MBR-IDX) TO RPT-DET-LRECL
           MOVE MBR-SNAP-COUNT (WS-MBR-IDX) TO RPT-DET-SNAP-COUNT
           MOVE MBR-RESTORED-COUNT (WS-MBR-IDX) TO
               RPT-DET-RESTORED-COUNT
           MOVE MBR-RESULT (WS-MBR-IDX) TO RPT-DET-RESULT
           WRITE SNAP-RPT-RECORD FROM WS-RPT-DETAIL.

       WRITE-ROLLBACK-RECORD.
           MOVE 0 TO WS-MEMBERS-IN-SET
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBD-COUNT
               IF MBR-IN-SET (WS-MBR-IDX) = 'Y'
                  ADD 1 TO WS-MEMBERS-IN-SET
               END-IF
           END-PERFORM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*ROLLBK*' TO RBK-RECORD-TYPE
              MOVE 'ZTPCYSNP' TO RBK-PROGRAM-ID
              MOVE WS-TARGET-CYCLE TO RBK-CYCLE-DATE
              MOVE FUNCTION CURRENT-DATE TO RBK-ROLLBACK-TS
              MOVE WS-MEMBERS-IN-SET TO RBK-MEMBERS
              MOVE WS-TOTAL-RECORDS TO RBK-RECORDS
              EVALUATE TRUE
                  WHEN WS-APPLY-RESTORE = 'N'
                      MOVE 'TEST' TO RBK-RESULT
                  WHEN WS-RESTORE-FAILED = 'Y'
                  WHEN WS-COUNT-MISMATCH = 'Y'
                      MOVE 'FAIL' TO RBK-RESULT
                  WHEN OTHER
                      MOVE 'OK  ' TO RBK-RESULT
              END-EVALUATE
              MOVE WS-RUN-MODE TO RBK-RUN-MODE
              MOVE WS-RUN-DATE TO RBK-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPCYSNP' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPCYSNP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-TOTAL-RECORDS TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCYSNP' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPCYSNP.
