       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPWAITL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAITLIST-FILE ASSIGN WAITLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WTL-KEY
           FILE STATUS IS WAITLIST-STATUS.
           SELECT WAIT-NOTIFY-FILE ASSIGN WAITNTF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WNT-KEY
           FILE STATUS IS WAIT-NOTIFY-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT WAIT-TRN-FILE ASSIGN WAITTRN
           FILE STATUS IS WAIT-TRN-STATUS.
           SELECT BREED-CTL-FILE ASSIGN BREEDCTL
           FILE STATUS IS BREED-CTL-STATUS.
           SELECT BREED-ALIAS-FILE ASSIGN BRDALIAS
           FILE STATUS IS BREED-ALIAS-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT OPTOUT-FILE ASSIGN OPTOUT
           FILE STATUS IS OPTOUT-STATUS.
           SELECT WAIT-EXT-FILE ASSIGN WAITEXT
           FILE STATUS IS WAIT-EXT-STATUS.
           SELECT LETTER-AMT-FILE ASSIGN WAITAMT
           FILE STATUS IS LETTER-AMT-STATUS.
           SELECT WAIT-RPT-FILE ASSIGN WAITRPT
           FILE STATUS IS WAIT-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WAITLIST-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPWTLCP.
       FD  WAIT-NOTIFY-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPWNTCP.
       FD  INTAKE-MST-FILE RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-MST-RECORD.
           05  INK-ANIMAL-ID PIC X(10).
           05  INK-BREED PIC X(30).
           05  INK-SHELTER PIC X(4).
           05  INK-INTAKE-DATE PIC X(8).
           05  INK-STATUS PIC X(1).
           05  INK-ADOPT-DATE PIC X(8).
           05  INK-UPDATED-TS PIC X(21).
           05  FILLER PIC X(8).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  WAIT-TRN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WAIT-TRN-RECORD.
           05  WTR-ACTION PIC X(1).
           05  WTR-CUSTOMER-ID PIC X(8).
           05  WTR-BREED PIC X(30).
           05  WTR-SHELTER PIC X(4).
           05  WTR-REGION PIC X(8).
           05  WTR-EXPIRY-DATE PIC X(8).
           05  WTR-ENTERED-BY PIC X(8).
           05  FILLER PIC X(13).
       FD  BREED-CTL-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-CTL-RECORD.
           05  CTL-BREED-NAME PIC X(30).
           05  CTL-BREED-EFF-DATE PIC X(8).
           05  CTL-BREED-EXP-DATE PIC X(8).
           05  CTL-BREED-SPECIES PIC X(1).
       FD  BREED-ALIAS-FILE RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-ALIAS-RECORD.
           05  ALS-OLD-NAME PIC X(30).
           05  ALS-NEW-NAME PIC X(30).
           05  ALS-RENAME-DATE PIC X(8).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
       FD  OPTOUT-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD.
           05  OPT-CUST-NUMBER PIC X(8).
           05  OPT-CUST-NAME PIC X(20).
       FD  WAIT-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  WAIT-EXT-RECORD.
           05  WXT-CUST-NUMBER PIC X(8).
           05  WXT-CUST-NAME PIC X(20).
           05  WXT-CUST-STREET PIC X(20).
           05  WXT-CUST-CITY PIC X(15).
           05  WXT-CUST-STATE PIC X(2).
           05  WXT-CUST-POSTAL PIC X(10).
       FD  LETTER-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  LETTER-AMT-RECORD.
           05  AMT-CUST-NUMBER PIC X(8).
           05  AMT-YEAR PIC X(4).
           05  AMT-AMOUNT PIC 9(7)V99.
           05  AMT-ANIMAL-ID PIC X(10).
           05  AMT-DUE-DATE PIC X(8).
           05  FILLER PIC X(1).
       FD  WAIT-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WAIT-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  WAITLIST-STATUS PIC X(2).
       01  WAIT-NOTIFY-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  WAIT-TRN-STATUS PIC X(2).
       01  WAIT-TRN-LOADED PIC X(1) VALUE 'N'.
       01  BREED-CTL-STATUS PIC X(2).
       01  BREED-ALIAS-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  OPTOUT-STATUS PIC X(2).
       01  WAIT-EXT-STATUS PIC X(2).
       01  LETTER-AMT-STATUS PIC X(2).
       01  WAIT-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-DEFAULT-LIFE-DAYS PIC 9(3) VALUE 365.
       01  WS-DEFAULT-EXPIRY PIC X(8).
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-TRANS-READ PIC 9(6) VALUE 0.
       01  WS-TRANS-ADDED PIC 9(6) VALUE 0.
       01  WS-TRANS-CHANGED PIC 9(6) VALUE 0.
       01  WS-TRANS-DELETED PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED PIC 9(6) VALUE 0.
       01  WS-ENTRIES-EXPIRED PIC 9(6) VALUE 0.
       01  WS-ENTRIES-ACTIVE PIC 9(6) VALUE 0.
       01  WS-ANIMALS-ON-HAND PIC 9(6) VALUE 0.
       01  WS-MATCHES-FOUND PIC 9(6) VALUE 0.
       01  WS-NOTIFIED PIC 9(6) VALUE 0.
       01  WS-ALREADY-NOTIFIED PIC 9(6) VALUE 0.
       01  WS-OPTED-OUT PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS PIC 9(6) VALUE 0.
       01  WS-WRITE-FAILED PIC 9(6) VALUE 0.
       01  WS-TRAN-RESULT PIC X(30).
       01  WS-TRAN-BREED PIC X(30).
       01  WS-MATCH-RESULT PIC X(30).
       01  WS-MATCH-BREED PIC X(30).
       01  WS-ANIMAL-REGION PIC X(8).
       01  WS-LOCATION-MATCH PIC X(1).
       01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-HASH-NAME PIC X(20).
       01  WS-BYTE-IDX PIC 9(4).
       01  WS-EXT-COUNT PIC 9(8) VALUE 0.
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  MASTER-BREED-TABLE.
           05  MASTER-BREED-ENTRY OCCURS 100 TIMES.
               10  MASTER-BREED-NAME PIC X(30).
               10  MASTER-BREED-EFF-DATE PIC X(8).
               10  MASTER-BREED-EXP-DATE PIC X(8).
       01  WS-MASTER-BREED-COUNT PIC 9(3) VALUE 0.
       01  WS-MASTER-IDX PIC 9(3).
       01  WS-BREED-VALID PIC X(1).
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
               10  MASTER-SHELTER-REGION PIC X(8).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-SHELTER-VALID PIC X(1).
       01  WS-REGION-VALID PIC X(1).
       01  BREED-ALIAS-TABLE.
           05  ALT-ENTRY OCCURS 50 TIMES.
               10  ALT-OLD-NAME PIC X(30).
               10  ALT-NEW-NAME PIC X(30).
       01  WS-ALT-COUNT PIC 9(2) VALUE 0.
       01  WS-ALT-IDX PIC 9(2).
       01  WS-ALIAS-WORK-NAME PIC X(30).
       01  WS-ALIAS-FOLDED PIC X(1).
       01  WS-ALIAS-PASS PIC 9(2).
       01  OPTOUT-TABLE.
           05  OPT-ENTRY OCCURS 2000 TIMES.
               10  OPT-TBL-NUMBER PIC X(8).
       01  WS-OPTOUT-COUNT PIC 9(4) VALUE 0.
       01  WS-OPTOUT-IDX PIC 9(4).
       01  WS-OPTOUT-MATCH PIC X(1).
       01  WAIT-MATCH-TABLE.
           05  WMT-ENTRY OCCURS 3000 TIMES.
               10  WMT-CUSTOMER-ID PIC X(8).
               10  WMT-BREED PIC X(30).
               10  WMT-SHELTER PIC X(4).
               10  WMT-REGION PIC X(8).
       01  WS-WMT-COUNT PIC 9(4) VALUE 0.
       01  WS-WMT-IDX PIC 9(4).
       01  WS-WMT-OVERFLOW PIC 9(6) VALUE 0.
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'BREED WAITLIST AND MATCH  RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-TRAN-TITLE.
           05  FILLER PIC X(40)
               VALUE 'WAITLIST MAINTENANCE (WAITTRN)          '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-TRAN-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'A CUSTOMER BREED                        '.
           05  FILLER PIC X(40)
               VALUE 'SHEL RESULT                             '.
       01  WS-RPT-TRAN-LINE.
           05  RPT-TRN-ACTION PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-BREED PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-RESULT PIC X(30).
           05  FILLER PIC X(3) VALUE SPACES.
       01  WS-RPT-EXPIRED-TITLE.
           05  FILLER PIC X(40)
               VALUE 'WAITLIST ENTRIES EXPIRED AND REMOVED    '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-EXPIRED-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-EXP-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-EXP-BREED PIC X(30).
           05  FILLER PIC X(9) VALUE ' EXPIRED '.
           05  RPT-EXP-DATE PIC X(8).
           05  FILLER PIC X(10) VALUE ' NOTIFIED '.
           05  RPT-EXP-NOTIFIED PIC ZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
       01  WS-RPT-MATCH-TITLE.
           05  FILLER PIC X(40)
               VALUE 'ARRIVALS MATCHED TO THE WAITLIST        '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-MATCH-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CUSTOMER ANIMAL     SHEL BREED          '.
           05  FILLER PIC X(40)
               VALUE '          RESULT                        '.
       01  WS-RPT-MATCH-LINE.
           05  RPT-MAT-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MAT-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MAT-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MAT-BREED PIC X(24).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MAT-RESULT PIC X(30).
       01  WS-RPT-NONE-LINE.
           05  FILLER PIC X(6) VALUE SPACES.
           05  RPT-NONE-TEXT PIC X(74).
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(3).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              AND PARM-TEXT (1:3) NOT = '000'
              MOVE PARM-TEXT (1:3) TO WS-DEFAULT-LIFE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-DATE-WORK-NUM = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DATE-INT + WS-DEFAULT-LIFE-DAYS)
           MOVE WS-DATE-WORK-NUM TO WS-DEFAULT-EXPIRY
           OPEN OUTPUT WAIT-RPT-FILE
           IF WAIT-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPWAITL WAITRPT OPEN FAILED, STATUS: '
                  WAIT-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE WAIT-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-MASTER-BREED-TABLE
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-BREED-ALIAS-TABLE
           PERFORM LOAD-OPTOUT-TABLE
           PERFORM OPEN-WAITLIST
           PERFORM POST-WAITLIST-TRANSACTIONS
           PERFORM EXPIRE-AND-LOAD-WAITLIST
           PERFORM OPEN-MATCH-FILES
           PERFORM WRITE-EXT-ENVELOPE-HEADER
           PERFORM MATCH-ARRIVALS
           PERFORM WRITE-EXT-ENVELOPE-TRAILER
           CLOSE INTAKE-MST-FILE
           CLOSE WAIT-NOTIFY-FILE
           CLOSE KSDS-FILE
           CLOSE WAIT-EXT-FILE
           CLOSE LETTER-AMT-FILE
           CLOSE WAITLIST-FILE
           PERFORM WRITE-RUN-COUNTS
           CLOSE WAIT-RPT-FILE
           DISPLAY 'ZTPWAITL TRANSACTIONS READ: ' WS-TRANS-READ
               ' ADDED: ' WS-TRANS-ADDED
               ' CHANGED: ' WS-TRANS-CHANGED
               ' DELETED: ' WS-TRANS-DELETED
               ' REJECTED: ' WS-TRANS-REJECTED
           DISPLAY 'ZTPWAITL ENTRIES EXPIRED: ' WS-ENTRIES-EXPIRED
               ' ACTIVE: ' WS-ENTRIES-ACTIVE
           DISPLAY 'ZTPWAITL MATCHES: ' WS-MATCHES-FOUND
               ' NOTIFIED: ' WS-NOTIFIED
               ' ALREADY NOTIFIED: ' WS-ALREADY-NOTIFIED
               ' OPTED OUT: ' WS-OPTED-OUT
               ' NOT ON TESTKSDS: ' WS-NO-ADDRESS
           IF WS-WMT-OVERFLOW > 0
              DISPLAY 'ZTPWAITL WAITLIST TABLE FULL, NOT MATCHED: '
                  WS-WMT-OVERFLOW
           END-IF
           IF WS-TRANS-REJECTED > 0
              OR WS-NO-ADDRESS > 0
              OR WS-WRITE-FAILED > 0
              OR WS-WMT-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WAIT-TRN-LOADED = 'Y'
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM CLEAR-TRANSACTION-FILE
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
              MOVE 'ZTPWAITL' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPWAITL' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPWAITL' TO VER-PROGRAM-ID
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

       LOAD-MASTER-BREED-TABLE.
           OPEN INPUT BREED-CTL-FILE
           IF BREED-CTL-STATUS = '00'
              PERFORM UNTIL BREED-CTL-STATUS NOT = '00'
                      OR WS-MASTER-BREED-COUNT = 100
                  READ BREED-CTL-FILE
                  IF BREED-CTL-STATUS = '00'
                     ADD 1 TO WS-MASTER-BREED-COUNT
                     MOVE CTL-BREED-NAME TO
                         MASTER-BREED-NAME (WS-MASTER-BREED-COUNT)
                     MOVE CTL-BREED-EFF-DATE TO
                         MASTER-BREED-EFF-DATE (WS-MASTER-BREED-COUNT)
                     MOVE CTL-BREED-EXP-DATE TO
                         MASTER-BREED-EXP-DATE (WS-MASTER-BREED-COUNT)
                  END-IF
              END-PERFORM
              CLOSE BREED-CTL-FILE
           ELSE
              DISPLAY 'ZTPWAITL BREEDCTL NOT AVAILABLE, STATUS: '
                  BREED-CTL-STATUS ' - BREEDS NOT VALIDATED'
           END-IF.

       LOAD-MASTER-SHELTER-TABLE.
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS = '00'
              PERFORM UNTIL SHELTER-CTL-STATUS NOT = '00'
                      OR WS-MASTER-SHELTER-COUNT = 50
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     ADD 1 TO WS-MASTER-SHELTER-COUNT
                     MOVE CTL-SHELTER-CODE TO
                         MASTER-SHELTER-CODE (WS-MASTER-SHELTER-COUNT)
                     MOVE CTL-SHELTER-REGION TO
                         MASTER-SHELTER-REGION
                             (WS-MASTER-SHELTER-COUNT)
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           ELSE
              DISPLAY 'ZTPWAITL SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS ' - SHELTERS NOT VALIDATED'
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

       LOAD-OPTOUT-TABLE.
           OPEN INPUT OPTOUT-FILE
           IF OPTOUT-STATUS = '00'
              PERFORM UNTIL OPTOUT-STATUS NOT = '00'
                      OR WS-OPTOUT-COUNT = 2000
                  READ OPTOUT-FILE
                  IF OPTOUT-STATUS = '00'
                     AND OPT-CUST-NUMBER NOT = SPACES
                     ADD 1 TO WS-OPTOUT-COUNT
                     MOVE OPT-CUST-NUMBER TO
                         OPT-TBL-NUMBER (WS-OPTOUT-COUNT)
                  END-IF
              END-PERFORM
              CLOSE OPTOUT-FILE
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

       OPEN-WAITLIST.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT WAITLIST-FILE
           ELSE
              OPEN I-O WAITLIST-FILE
              IF WAITLIST-STATUS = '35'
                 OPEN OUTPUT WAITLIST-FILE
                 IF WAITLIST-STATUS = '00'
                    CLOSE WAITLIST-FILE
                    OPEN I-O WAITLIST-FILE
                 END-IF
              END-IF
           END-IF
           IF WAITLIST-STATUS NOT = '00'
              DISPLAY 'ZTPWAITL WAITLST OPEN FAILED, STATUS: '
                  WAITLIST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE WAIT-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       POST-WAITLIST-TRANSACTIONS.
           MOVE SPACES TO WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD FROM WS-RPT-TRAN-TITLE
           OPEN INPUT WAIT-TRN-FILE
           IF WAIT-TRN-STATUS NOT = '00'
              DISPLAY 'ZTPWAITL WAITTRN NOT AVAILABLE, STATUS: '
                  WAIT-TRN-STATUS
              MOVE 'WAITTRN NOT AVAILABLE' TO RPT-NONE-TEXT
              WRITE WAIT-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              MOVE 'Y' TO WAIT-TRN-LOADED
              WRITE WAIT-RPT-RECORD FROM WS-RPT-TRAN-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ WAIT-TRN-FILE
                  IF WAIT-TRN-STATUS = '00'
                     ADD 1 TO WS-TRANS-READ
                     ADD 1 TO WS-RECORDS-READ
                     PERFORM POST-ONE-TRANSACTION
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE WAIT-TRN-FILE
              IF WS-TRANS-READ = 0
                 MOVE 'NO WAITLIST TRANSACTIONS' TO RPT-NONE-TEXT
                 WRITE WAIT-RPT-RECORD FROM WS-RPT-NONE-LINE
              END-IF
           END-IF.

       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-RESULT
           MOVE WTR-BREED TO WS-ALIAS-WORK-NAME
           PERFORM FOLD-BREED-ALIAS
           MOVE WS-ALIAS-WORK-NAME TO WS-TRAN-BREED
           PERFORM VALIDATE-TRANSACTION
           IF WS-TRAN-RESULT = SPACES
              MOVE WTR-CUSTOMER-ID TO WTL-CUSTOMER-ID
              MOVE WS-TRAN-BREED TO WTL-BREED
              READ WAITLIST-FILE
              EVALUATE TRUE
                  WHEN WTR-ACTION = 'A'
                      PERFORM ADD-WAITLIST-ENTRY
                  WHEN WTR-ACTION = 'C'
                      PERFORM CHANGE-WAITLIST-ENTRY
                  WHEN OTHER
                      PERFORM DELETE-WAITLIST-ENTRY
              END-EVALUATE
           END-IF
           EVALUATE WS-TRAN-RESULT
               WHEN 'ADDED'
                   ADD 1 TO WS-TRANS-ADDED
               WHEN 'CHANGED'
                   ADD 1 TO WS-TRANS-CHANGED
               WHEN 'DELETED'
                   ADD 1 TO WS-TRANS-DELETED
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE
           MOVE WTR-ACTION TO RPT-TRN-ACTION
           MOVE WTR-CUSTOMER-ID TO RPT-TRN-CUSTOMER
           MOVE WS-TRAN-BREED TO RPT-TRN-BREED
           MOVE WTR-SHELTER TO RPT-TRN-SHELTER
           MOVE WS-TRAN-RESULT TO RPT-TRN-RESULT
           WRITE WAIT-RPT-RECORD FROM WS-RPT-TRAN-LINE.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO CDA-RESULT
           IF WTR-CUSTOMER-ID NOT = SPACES
              MOVE 'V' TO CDA-ACTION
              MOVE WTR-CUSTOMER-ID TO CDA-CUST-NUMBER
              CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           END-IF
           PERFORM VALIDATE-WAITLIST-BREED
           PERFORM VALIDATE-WAITLIST-LOCATION
           EVALUATE TRUE
               WHEN WTR-ACTION NOT = 'A'
                    AND WTR-ACTION NOT = 'C'
                    AND WTR-ACTION NOT = 'D'
                   MOVE 'UNKNOWN ACTION' TO WS-TRAN-RESULT
               WHEN WTR-CUSTOMER-ID = SPACES
                   MOVE 'CUSTOMER NUMBER MISSING' TO WS-TRAN-RESULT
               WHEN CDA-RESULT NOT = 'Y'
                   MOVE CDA-REASON TO WS-TRAN-RESULT
               WHEN WS-TRAN-BREED = SPACES
                   MOVE 'BREED MISSING' TO WS-TRAN-RESULT
               WHEN WTR-ACTION = 'D'
                   CONTINUE
               WHEN WS-BREED-VALID NOT = 'Y'
                   MOVE 'BREED NOT CURRENT ON BREEDCTL' TO
                       WS-TRAN-RESULT
               WHEN WTR-SHELTER NOT = SPACES
                    AND WTR-REGION NOT = SPACES
                   MOVE 'GIVE SHELTER OR REGION NOT BOTH' TO
                       WS-TRAN-RESULT
               WHEN WS-SHELTER-VALID NOT = 'Y'
                   MOVE 'SHELTER NOT ON SHLCTL' TO WS-TRAN-RESULT
               WHEN WS-REGION-VALID NOT = 'Y'
                   MOVE 'REGION NOT ON SHLCTL' TO WS-TRAN-RESULT
               WHEN WTR-EXPIRY-DATE NOT = SPACES
                    AND WTR-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'EXPIRY DATE INVALID' TO WS-TRAN-RESULT
               WHEN WTR-EXPIRY-DATE NOT = SPACES
                    AND WTR-EXPIRY-DATE NOT > WS-RUN-DATE
                   MOVE 'EXPIRY DATE NOT AFTER RUN DATE' TO
                       WS-TRAN-RESULT
           END-EVALUATE.

       VALIDATE-WAITLIST-BREED.
           IF WS-MASTER-BREED-COUNT = 0
              MOVE 'Y' TO WS-BREED-VALID
           ELSE
              MOVE 'N' TO WS-BREED-VALID
              PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                      UNTIL WS-MASTER-IDX > WS-MASTER-BREED-COUNT
                         OR WS-BREED-VALID = 'Y'
                  IF MASTER-BREED-NAME (WS-MASTER-IDX) = WS-TRAN-BREED
                     MOVE 'Y' TO WS-BREED-VALID
                     IF MASTER-BREED-EFF-DATE (WS-MASTER-IDX)
                            NOT = SPACES
                        AND MASTER-BREED-EFF-DATE (WS-MASTER-IDX)
                            > WS-RUN-DATE
                        MOVE 'N' TO WS-BREED-VALID
                     END-IF
                     IF MASTER-BREED-EXP-DATE (WS-MASTER-IDX)
                            NOT = SPACES
                        AND MASTER-BREED-EXP-DATE (WS-MASTER-IDX)
                            < WS-RUN-DATE
                        MOVE 'N' TO WS-BREED-VALID
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.

       VALIDATE-WAITLIST-LOCATION.
           MOVE 'Y' TO WS-SHELTER-VALID
           MOVE 'Y' TO WS-REGION-VALID
           IF WS-MASTER-SHELTER-COUNT > 0
              IF WTR-SHELTER NOT = SPACES
                 MOVE 'N' TO WS-SHELTER-VALID
              END-IF
              IF WTR-REGION NOT = SPACES
                 MOVE 'N' TO WS-REGION-VALID
              END-IF
              PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                      UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
                  IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                         WTR-SHELTER
                     MOVE 'Y' TO WS-SHELTER-VALID
                  END-IF
                  IF MASTER-SHELTER-REGION (WS-SHELTER-IDX) =
                         WTR-REGION
                     MOVE 'Y' TO WS-REGION-VALID
                  END-IF
              END-PERFORM
           END-IF.

       ADD-WAITLIST-ENTRY.
           IF WAITLIST-STATUS = '00'
              MOVE 'ALREADY ON WAITLIST' TO WS-TRAN-RESULT
           ELSE
              MOVE SPACES TO WAITLIST-RECORD
              MOVE WTR-CUSTOMER-ID TO WTL-CUSTOMER-ID
              MOVE WS-TRAN-BREED TO WTL-BREED
              MOVE WTR-SHELTER TO WTL-SHELTER
              MOVE WTR-REGION TO WTL-REGION
              MOVE WS-RUN-DATE TO WTL-ADDED-DATE
              IF WTR-EXPIRY-DATE = SPACES
                 MOVE WS-DEFAULT-EXPIRY TO WTL-EXPIRY-DATE
              ELSE
                 MOVE WTR-EXPIRY-DATE TO WTL-EXPIRY-DATE
              END-IF
              MOVE WTR-ENTERED-BY TO WTL-ENTERED-BY
              MOVE 0 TO WTL-NOTIFY-COUNT
              MOVE FUNCTION CURRENT-DATE TO WTL-UPDATED-TS
              MOVE 'ADDED' TO WS-TRAN-RESULT
              IF WS-RUN-MODE NOT = 'TEST'
                 WRITE WAITLIST-RECORD
                 IF WAITLIST-STATUS NOT = '00'
                    MOVE 'WAITLST WRITE FAILED' TO WS-TRAN-RESULT
                 END-IF
              END-IF
           END-IF.

       CHANGE-WAITLIST-ENTRY.
           IF WAITLIST-STATUS NOT = '00'
              MOVE 'NOT ON WAITLIST' TO WS-TRAN-RESULT
           ELSE
              MOVE WTR-SHELTER TO WTL-SHELTER
              MOVE WTR-REGION TO WTL-REGION
              IF WTR-EXPIRY-DATE NOT = SPACES
                 MOVE WTR-EXPIRY-DATE TO WTL-EXPIRY-DATE
              END-IF
              MOVE WTR-ENTERED-BY TO WTL-ENTERED-BY
              MOVE FUNCTION CURRENT-DATE TO WTL-UPDATED-TS
              MOVE 'CHANGED' TO WS-TRAN-RESULT
              IF WS-RUN-MODE NOT = 'TEST'
                 REWRITE WAITLIST-RECORD
                 IF WAITLIST-STATUS NOT = '00'
                    MOVE 'WAITLST REWRITE FAILED' TO WS-TRAN-RESULT
                 END-IF
              END-IF
           END-IF.

       DELETE-WAITLIST-ENTRY.
           IF WAITLIST-STATUS NOT = '00'
              MOVE 'NOT ON WAITLIST' TO WS-TRAN-RESULT
           ELSE
              MOVE 'DELETED' TO WS-TRAN-RESULT
              IF WS-RUN-MODE NOT = 'TEST'
                 DELETE WAITLIST-FILE
                 IF WAITLIST-STATUS NOT = '00'
                    MOVE 'WAITLST DELETE FAILED' TO WS-TRAN-RESULT
                 END-IF
              END-IF
           END-IF.

       EXPIRE-AND-LOAD-WAITLIST.
           MOVE SPACES TO WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD FROM WS-RPT-EXPIRED-TITLE
           MOVE LOW-VALUES TO WTL-KEY
           MOVE 'Y' TO WS-MORE-RECORDS
           START WAITLIST-FILE KEY IS NOT LESS THAN WTL-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
           END-START
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ WAITLIST-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
               END-READ
               IF WS-MORE-RECORDS = 'Y'
                  IF WTL-EXPIRY-DATE IS NUMERIC
                     AND WTL-EXPIRY-DATE < WS-RUN-DATE
                     PERFORM EXPIRE-ONE-ENTRY
                  ELSE
                     PERFORM LOAD-ONE-ENTRY
                  END-IF
               END-IF
           END-PERFORM
           IF WS-ENTRIES-EXPIRED = 0
              MOVE 'NO WAITLIST ENTRIES EXPIRED' TO RPT-NONE-TEXT
              WRITE WAIT-RPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF.

       EXPIRE-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-EXPIRED
           IF WS-RUN-MODE NOT = 'TEST'
              DELETE WAITLIST-FILE
              IF WAITLIST-STATUS NOT = '00'
                 DISPLAY 'ZTPWAITL WAITLST DELETE FAILED, STATUS: '
                     WAITLIST-STATUS
              END-IF
           END-IF
           MOVE WTL-CUSTOMER-ID TO RPT-EXP-CUSTOMER
           MOVE WTL-BREED TO RPT-EXP-BREED
           MOVE WTL-EXPIRY-DATE TO RPT-EXP-DATE
           MOVE WTL-NOTIFY-COUNT TO RPT-EXP-NOTIFIED
           WRITE WAIT-RPT-RECORD FROM WS-RPT-EXPIRED-LINE.

       LOAD-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-ACTIVE
           IF WS-WMT-COUNT < 3000
              ADD 1 TO WS-WMT-COUNT
              MOVE WTL-CUSTOMER-ID TO WMT-CUSTOMER-ID (WS-WMT-COUNT)
              MOVE WTL-BREED TO WS-ALIAS-WORK-NAME
              PERFORM FOLD-BREED-ALIAS
              MOVE WS-ALIAS-WORK-NAME TO WMT-BREED (WS-WMT-COUNT)
              MOVE WTL-SHELTER TO WMT-SHELTER (WS-WMT-COUNT)
              MOVE WTL-REGION TO WMT-REGION (WS-WMT-COUNT)
           ELSE
              ADD 1 TO WS-WMT-OVERFLOW
           END-IF.

       OPEN-MATCH-FILES.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT WAIT-NOTIFY-FILE
           ELSE
              OPEN I-O WAIT-NOTIFY-FILE
              IF WAIT-NOTIFY-STATUS = '35'
                 OPEN OUTPUT WAIT-NOTIFY-FILE
                 IF WAIT-NOTIFY-STATUS = '00'
                    CLOSE WAIT-NOTIFY-FILE
                    OPEN I-O WAIT-NOTIFY-FILE
                 END-IF
              END-IF
           END-IF
           IF WAIT-NOTIFY-STATUS NOT = '00'
              DISPLAY 'ZTPWAITL WAITNTF OPEN FAILED, STATUS: '
                  WAIT-NOTIFY-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE WAITLIST-FILE
              CLOSE WAIT-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT INTAKE-MST-FILE
           OPEN INPUT KSDS-FILE
           OPEN OUTPUT WAIT-EXT-FILE
           OPEN OUTPUT LETTER-AMT-FILE
           IF INTAKE-MST-STATUS NOT = '00'
              OR KSDS-STATUS NOT = '00'
              OR WAIT-EXT-STATUS NOT = '00'
              OR LETTER-AMT-STATUS NOT = '00'
              DISPLAY 'ZTPWAITL OPEN FAILED, INTKMST: '
                  INTAKE-MST-STATUS ' TESTKSDS: ' KSDS-STATUS
                  ' WAITEXT: ' WAIT-EXT-STATUS
                  ' WAITAMT: ' LETTER-AMT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE WAITLIST-FILE
              CLOSE WAIT-NOTIFY-FILE
              CLOSE WAIT-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       MATCH-ARRIVALS.
           MOVE SPACES TO WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD FROM WS-RPT-MATCH-TITLE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-MATCH-COLUMNS
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ INTAKE-MST-FILE
               IF INTAKE-MST-STATUS = '00'
                  IF INK-STATUS = 'O'
                     ADD 1 TO WS-ANIMALS-ON-HAND
                     PERFORM MATCH-ONE-ANIMAL
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF WS-MATCHES-FOUND = WS-ALREADY-NOTIFIED
              MOVE 'NO NEW WAITLIST MATCHES' TO RPT-NONE-TEXT
              WRITE WAIT-RPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF.

       MATCH-ONE-ANIMAL.
           MOVE INK-BREED TO WS-ALIAS-WORK-NAME
           PERFORM FOLD-BREED-ALIAS
           MOVE WS-ALIAS-WORK-NAME TO WS-MATCH-BREED
           MOVE SPACES TO WS-ANIMAL-REGION
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) = INK-SHELTER
                  MOVE MASTER-SHELTER-REGION (WS-SHELTER-IDX) TO
                      WS-ANIMAL-REGION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WMT-IDX FROM 1 BY 1
                   UNTIL WS-WMT-IDX > WS-WMT-COUNT
               IF WMT-BREED (WS-WMT-IDX) = WS-MATCH-BREED
                  MOVE 'N' TO WS-LOCATION-MATCH
                  EVALUATE TRUE
                      WHEN WMT-SHELTER (WS-WMT-IDX) NOT = SPACES
                          IF WMT-SHELTER (WS-WMT-IDX) = INK-SHELTER
                             MOVE 'Y' TO WS-LOCATION-MATCH
                          END-IF
                      WHEN WMT-REGION (WS-WMT-IDX) NOT = SPACES
                          IF WMT-REGION (WS-WMT-IDX) = WS-ANIMAL-REGION
                             MOVE 'Y' TO WS-LOCATION-MATCH
                          END-IF
                      WHEN OTHER
                          MOVE 'Y' TO WS-LOCATION-MATCH
                  END-EVALUATE
                  IF WS-LOCATION-MATCH = 'Y'
                     PERFORM NOTIFY-ONE-MATCH
                  END-IF
               END-IF
           END-PERFORM.

       NOTIFY-ONE-MATCH.
           ADD 1 TO WS-MATCHES-FOUND
           MOVE SPACES TO WS-MATCH-RESULT
           MOVE WMT-CUSTOMER-ID (WS-WMT-IDX) TO WNT-CUSTOMER-ID
           MOVE INK-ANIMAL-ID TO WNT-ANIMAL-ID
           READ WAIT-NOTIFY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ALREADY NOTIFIED' TO WS-MATCH-RESULT
                   ADD 1 TO WS-ALREADY-NOTIFIED
           END-READ
           IF WS-MATCH-RESULT = SPACES
              MOVE 'N' TO WS-OPTOUT-MATCH
              PERFORM VARYING WS-OPTOUT-IDX FROM 1 BY 1
                      UNTIL WS-OPTOUT-IDX > WS-OPTOUT-COUNT
                         OR WS-OPTOUT-MATCH = 'Y'
                  IF OPT-TBL-NUMBER (WS-OPTOUT-IDX) =
                         WMT-CUSTOMER-ID (WS-WMT-IDX)
                     MOVE 'Y' TO WS-OPTOUT-MATCH
                  END-IF
              END-PERFORM
              IF WS-OPTOUT-MATCH = 'Y'
                 MOVE 'OPTED OUT - NOT NOTIFIED' TO WS-MATCH-RESULT
                 ADD 1 TO WS-OPTED-OUT
              END-IF
           END-IF
           IF WS-MATCH-RESULT = SPACES
              MOVE WMT-CUSTOMER-ID (WS-WMT-IDX) TO KSDS-KEY
              READ KSDS-FILE
                  INVALID KEY
                      MOVE 'NOT ON TESTKSDS - NOT NOTIFIED' TO
                          WS-MATCH-RESULT
                      ADD 1 TO WS-NO-ADDRESS
              END-READ
           END-IF
           IF WS-MATCH-RESULT = SPACES
              PERFORM WRITE-NOTIFICATION
           END-IF
           IF WS-MATCH-RESULT NOT = 'ALREADY NOTIFIED'
              MOVE WMT-CUSTOMER-ID (WS-WMT-IDX) TO RPT-MAT-CUSTOMER
              MOVE INK-ANIMAL-ID TO RPT-MAT-ANIMAL
              MOVE INK-SHELTER TO RPT-MAT-SHELTER
              MOVE WS-MATCH-BREED TO RPT-MAT-BREED
              MOVE WS-MATCH-RESULT TO RPT-MAT-RESULT
              WRITE WAIT-RPT-RECORD FROM WS-RPT-MATCH-LINE
           END-IF.

       WRITE-NOTIFICATION.
           MOVE 'NOTIFIED' TO WS-MATCH-RESULT
           IF WS-RUN-MODE NOT = 'TEST'
              MOVE WMT-CUSTOMER-ID (WS-WMT-IDX) TO WNT-CUSTOMER-ID
              MOVE INK-ANIMAL-ID TO WNT-ANIMAL-ID
              MOVE WS-MATCH-BREED TO WNT-BREED
              MOVE INK-SHELTER TO WNT-SHELTER
              MOVE WS-RUN-DATE TO WNT-NOTIFY-DATE
              WRITE WAIT-NOTIFY-RECORD
              IF WAIT-NOTIFY-STATUS NOT = '00'
                 MOVE 'WAITNTF WRITE FAILED' TO WS-MATCH-RESULT
                 ADD 1 TO WS-WRITE-FAILED
              ELSE
                 MOVE WMT-CUSTOMER-ID (WS-WMT-IDX) TO WTL-CUSTOMER-ID
                 MOVE WMT-BREED (WS-WMT-IDX) TO WTL-BREED
                 READ WAITLIST-FILE
                 IF WAITLIST-STATUS = '00'
                    IF WTL-NOTIFY-COUNT < 999
                       ADD 1 TO WTL-NOTIFY-COUNT
                    END-IF
                    MOVE WS-RUN-DATE TO WTL-LAST-NOTIFIED
                    MOVE FUNCTION CURRENT-DATE TO WTL-UPDATED-TS
                    REWRITE WAITLIST-RECORD
                 END-IF
              END-IF
           END-IF
           IF WS-MATCH-RESULT = 'NOTIFIED'
              ADD 1 TO WS-NOTIFIED
              MOVE SPACES TO WAIT-EXT-RECORD
              MOVE KSDS-KEY TO WXT-CUST-NUMBER
              MOVE KSDS-TEXT (1:20) TO WXT-CUST-NAME
              MOVE KSDS-TEXT (21:20) TO WXT-CUST-STREET
              MOVE KSDS-TEXT (41:15) TO WXT-CUST-CITY
              MOVE KSDS-TEXT (56:2) TO WXT-CUST-STATE
              MOVE KSDS-TEXT (58:10) TO WXT-CUST-POSTAL
              WRITE WAIT-EXT-RECORD
              ADD 1 TO WS-EXT-COUNT
              MOVE WXT-CUST-NAME TO WS-HASH-NAME
              PERFORM ADD-NAME-TO-HASH
              MOVE SPACES TO LETTER-AMT-RECORD
              MOVE KSDS-KEY TO AMT-CUST-NUMBER
              MOVE 0 TO AMT-AMOUNT
              MOVE INK-ANIMAL-ID TO AMT-ANIMAL-ID
              MOVE INK-INTAKE-DATE TO AMT-DUE-DATE
              WRITE LETTER-AMT-RECORD
           END-IF.

       ADD-NAME-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
               COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                   WS-HASH-TOTAL +
                   FUNCTION ORD(WS-HASH-NAME (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-EXT-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPWAITL' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO WAIT-EXT-RECORD
           MOVE ENVELOPE-HEADER-RECORD TO WAIT-EXT-RECORD
           WRITE WAIT-EXT-RECORD.

       WRITE-EXT-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-EXT-COUNT TO ENV-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO WAIT-EXT-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO WAIT-EXT-RECORD
           WRITE WAIT-EXT-RECORD.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO WAIT-RPT-RECORD
           WRITE WAIT-RPT-RECORD
           MOVE 'WAITLIST TRANSACTIONS READ' TO RPT-CNT-LABEL
           MOVE WS-TRANS-READ TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  ADDED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-ADDED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  CHANGED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-CHANGED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  DELETED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-DELETED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  REJECTED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-REJECTED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'WAITLIST ENTRIES EXPIRED' TO RPT-CNT-LABEL
           MOVE WS-ENTRIES-EXPIRED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'WAITLIST ENTRIES ACTIVE' TO RPT-CNT-LABEL
           MOVE WS-ENTRIES-ACTIVE TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ANIMALS ON HAND' TO RPT-CNT-LABEL
           MOVE WS-ANIMALS-ON-HAND TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'WAITLIST MATCHES' TO RPT-CNT-LABEL
           MOVE WS-MATCHES-FOUND TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  NOTIFIED THIS RUN' TO RPT-CNT-LABEL
           MOVE WS-NOTIFIED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  ALREADY NOTIFIED EARLIER' TO RPT-CNT-LABEL
           MOVE WS-ALREADY-NOTIFIED TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  OPTED OUT' TO RPT-CNT-LABEL
           MOVE WS-OPTED-OUT TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  NOT ON TESTKSDS' TO RPT-CNT-LABEL
           MOVE WS-NO-ADDRESS TO RPT-CNT-VALUE
           WRITE WAIT-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-TRANSACTION-FILE.
           OPEN OUTPUT WAIT-TRN-FILE
           IF WAIT-TRN-STATUS = '00'
              CLOSE WAIT-TRN-FILE
           ELSE
              DISPLAY 'ZTPWAITL WAITTRN CLEAR FAILED, STATUS: '
                  WAIT-TRN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPWAITL.
