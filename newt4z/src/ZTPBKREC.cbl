       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPBKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT BANK-CTL-FILE ASSIGN BNKCTL
           FILE STATUS IS BANK-CTL-STATUS.
           SELECT BANK-DEP-FILE ASSIGN BANKDEP
           FILE STATUS IS BANK-DEP-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN BNKOPEN
           FILE STATUS IS OPEN-ITEM-STATUS.
           SELECT BANK-RPT-FILE ASSIGN BNKRPT
           FILE STATUS IS BANK-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-WORK-FILE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.
       01  ACC-WORK-RECORD.
           05  ACW-REGION PIC X(8).
           05  ACW-SHELTER PIC X(4).
           05  ACW-BREED PIC X(30).
           05  ACW-PERIOD PIC 9(2).
           05  ACW-NET PIC 9(3).
           05  ACW-GROSS PIC 9(3).
           05  ACW-RETURNS PIC 9(3).
           05  ACW-FEE-NET PIC 9(9)V99.
           05  ACW-FEE-ADOPT PIC 9(9)V99.
           05  ACW-FEE-CHIP PIC 9(9)V99.
           05  ACW-FEE-DONATION PIC 9(9)V99.
           05  ACW-RET-ADOPT PIC 9(9)V99.
           05  ACW-RET-CHIP PIC 9(9)V99.
           05  ACW-RET-DONATION PIC 9(9)V99.
           05  ACW-SPECIES PIC X(1).
       FD  BANK-CTL-FILE RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-CTL-RECORD.
           05  BKC-ACCOUNT PIC X(12).
           05  BKC-SHELTER PIC X(4).
           05  FILLER PIC X(4).
       FD  BANK-DEP-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-DEP-RECORD.
           05  BDP-ACCOUNT PIC X(12).
           05  BDP-DEPOSIT-DATE PIC X(8).
           05  BDP-DR-CR PIC X(1).
               88  BDP-CREDIT VALUE 'C' ' '.
               88  BDP-DEBIT VALUE 'D'.
           05  BDP-AMOUNT PIC 9(7)V99.
           05  BDP-REFERENCE PIC X(16).
           05  FILLER PIC X(34).
       FD  OPEN-ITEM-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OPEN-ITEM-RECORD.
           05  OPN-SHELTER PIC X(4).
           05  OPN-ACCOUNT PIC X(12).
           05  OPN-BUSINESS-DATE PIC X(8).
           05  OPN-EXPECTED PIC 9(9)V99.
           05  OPN-DEPOSITED PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05  OPN-REFERENCE PIC X(16).
           05  FILLER PIC X(17).
       FD  BANK-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BANK-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ACC-WORK-STATUS PIC X(2).
       01  BANK-CTL-STATUS PIC X(2).
       01  BANK-DEP-STATUS PIC X(2).
       01  OPEN-ITEM-STATUS PIC X(2).
       01  BANK-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-ESCALATE-DAYS PIC 9(3) VALUE 5.
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-ITEM-DATE-INT PIC 9(8).
       01  WS-ITEM-AGE PIC S9(8).
       01  WS-DATE-CHECK.
           05  WS-CHECK-YEAR PIC X(4).
           05  WS-CHECK-MONTH PIC X(2).
           05  WS-CHECK-DAY PIC X(2).
       01  WS-ACCWORK-READ PIC 9(6) VALUE 0.
       01  WS-DEPOSITS-READ PIC 9(6) VALUE 0.
       01  WS-DEPOSITS-REJECTED PIC 9(6) VALUE 0.
       01  WS-ITEMS-CARRIED-IN PIC 9(6) VALUE 0.
       01  WS-ITEMS-MATCHED PIC 9(6) VALUE 0.
       01  WS-ITEMS-CLEARED PIC 9(6) VALUE 0.
       01  WS-ITEMS-SHORT PIC 9(6) VALUE 0.
       01  WS-ITEMS-OVER PIC 9(6) VALUE 0.
       01  WS-ITEMS-UNMATCHED PIC 9(6) VALUE 0.
       01  WS-ITEMS-ESCALATED PIC 9(6) VALUE 0.
       01  WS-ITEMS-CARRIED-OUT PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON PIC X(30).
       01  BANK-ACCOUNT-TABLE.
           05  BKA-ENTRY OCCURS 200 TIMES.
               10  BKA-ACCOUNT PIC X(12).
               10  BKA-SHELTER PIC X(4).
       01  WS-BKA-COUNT PIC 9(3) VALUE 0.
       01  WS-BKA-IDX PIC 9(3).
       01  WS-MAPPED-SHELTER PIC X(4).
       01  WS-MAPPED-ACCOUNT PIC X(12).
       01  RECON-TABLE.
           05  REC-ENTRY OCCURS 1000 TIMES.
               10  REC-KEY.
                   15  REC-SHELTER PIC X(4).
                   15  REC-BUSINESS-DATE PIC X(8).
                   15  REC-KEY-ACCOUNT PIC X(12).
               10  REC-ACCOUNT PIC X(12).
               10  REC-EXPECTED PIC 9(9)V99.
               10  REC-DEPOSITED PIC S9(9)V99.
               10  REC-REFERENCE PIC X(16).
               10  REC-CARRIED PIC X(1).
               10  REC-STILL-OPEN PIC X(1).
       01  WS-REC-COUNT PIC 9(4) VALUE 0.
       01  WS-REC-IDX PIC 9(4).
       01  WS-REC-MATCH PIC 9(4).
       01  WS-REC-SHIFT PIC 9(4).
       01  WS-RECON-KEY.
           05  WS-KEY-SHELTER PIC X(4).
           05  WS-KEY-DATE PIC X(8).
           05  WS-KEY-ACCOUNT PIC X(12).
       01  WS-DIFFERENCE PIC S9(9)V99.
       01  WS-DEPOSIT-AMOUNT PIC S9(9)V99.
       01  WS-TOTAL-EXPECTED PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DEPOSITED PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-EXPECTED PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-DEPOSITED PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(27) VALUE 'BANK DEPOSIT RECONCILIATION'.
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(16) VALUE ' ESCALATE AFTER '.
           05  RPT-HDR-ESC-DAYS PIC ZZ9.
           05  FILLER PIC X(5) VALUE ' DAYS'.
           05  FILLER PIC X(11) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHEL ACCOUNT      BUS DATE     EXPECTED '.
           05  FILLER PIC X(40)
               VALUE '   DEPOSITED   DIFFERENCE STATUS   AGE  '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ACCOUNT PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-EXPECTED PIC -,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DEPOSITED PIC -,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DIFFERENCE PIC -,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STATUS PIC X(9).
           05  RPT-DET-AGE PIC ZZ9.
           05  RPT-DET-ESCALATED PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(26).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-EXPECTED PIC -,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-DEPOSITED PIC -,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-DIFFERENCE PIC -,---,--9.99.
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
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
              MOVE PARM-TEXT (1:3) TO WS-ESCALATE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-OPEN-ITEMS
           PERFORM ACCUMULATE-DAY-REVENUE
           PERFORM APPLY-BANK-DEPOSITS
           OPEN OUTPUT BANK-RPT-FILE
           IF BANK-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPBKREC BNKRPT OPEN FAILED, STATUS: '
                  BANK-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-ESCALATE-DAYS TO RPT-HDR-ESC-DAYS
           WRITE BANK-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE BANK-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE BANK-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               PERFORM WRITE-ONE-ITEM
           END-PERFORM
           PERFORM WRITE-RECON-TOTALS
           CLOSE BANK-RPT-FILE
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPBKREC TEST MODE - BNKOPEN AND BANKDEP '
                  'LEFT UNCHANGED'
           ELSE
              PERFORM SAVE-OPEN-ITEMS
              PERFORM CLEAR-DEPOSIT-FILE
           END-IF
           DISPLAY 'ZTPBKREC ACCWORK RECORDS READ: ' WS-ACCWORK-READ
           DISPLAY 'ZTPBKREC DEPOSITS READ: ' WS-DEPOSITS-READ
               ' REJECTED: ' WS-DEPOSITS-REJECTED
           DISPLAY 'ZTPBKREC OPEN ITEMS CARRIED IN: '
               WS-ITEMS-CARRIED-IN ' CARRIED FORWARD: '
               WS-ITEMS-CARRIED-OUT
           DISPLAY 'ZTPBKREC ITEMS ESCALATED: ' WS-ITEMS-ESCALATED
           IF WS-ITEMS-ESCALATED > 0
              OR WS-DEPOSITS-REJECTED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
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
              MOVE 'ZTPBKREC' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPBKREC' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-DEPOSITS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPBKREC' TO VER-PROGRAM-ID
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

       LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-CTL-FILE
           IF BANK-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPBKREC BNKCTL NOT AVAILABLE, STATUS: '
                  BANK-CTL-STATUS ' - ALL DEPOSITS UNMATCHED'
           ELSE
              PERFORM UNTIL BANK-CTL-STATUS NOT = '00'
                  READ BANK-CTL-FILE
                  IF BANK-CTL-STATUS = '00'
                     IF BKC-ACCOUNT = SPACES
                        OR BKC-SHELTER = SPACES
                        DISPLAY 'ZTPBKREC INVALID BNKCTL RECORD '
                            'IGNORED: ' BANK-CTL-RECORD
                     ELSE
                        IF WS-BKA-COUNT < 200
                           ADD 1 TO WS-BKA-COUNT
                           MOVE BKC-ACCOUNT TO
                               BKA-ACCOUNT (WS-BKA-COUNT)
                           MOVE BKC-SHELTER TO
                               BKA-SHELTER (WS-BKA-COUNT)
                        ELSE
                           DISPLAY 'ZTPBKREC BANK ACCOUNT TABLE FULL,'
                               ' ACCOUNT IGNORED: ' BKC-ACCOUNT
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE BANK-CTL-FILE
           END-IF.

       FIND-SHELTER-FOR-ACCOUNT.
           MOVE SPACES TO WS-MAPPED-SHELTER
           PERFORM VARYING WS-BKA-IDX FROM 1 BY 1
                   UNTIL WS-BKA-IDX > WS-BKA-COUNT
                      OR WS-MAPPED-SHELTER NOT = SPACES
               IF BKA-ACCOUNT (WS-BKA-IDX) = WS-MAPPED-ACCOUNT
                  MOVE BKA-SHELTER (WS-BKA-IDX) TO WS-MAPPED-SHELTER
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-FOR-SHELTER.
           MOVE SPACES TO WS-MAPPED-ACCOUNT
           PERFORM VARYING WS-BKA-IDX FROM 1 BY 1
                   UNTIL WS-BKA-IDX > WS-BKA-COUNT
                      OR WS-MAPPED-ACCOUNT NOT = SPACES
               IF BKA-SHELTER (WS-BKA-IDX) = WS-MAPPED-SHELTER
                  MOVE BKA-ACCOUNT (WS-BKA-IDX) TO WS-MAPPED-ACCOUNT
               END-IF
           END-PERFORM.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS NOT = '00'
              DISPLAY 'ZTPBKREC NO OPEN ITEMS CARRIED IN, STATUS: '
                  OPEN-ITEM-STATUS
           ELSE
              PERFORM UNTIL OPEN-ITEM-STATUS NOT = '00'
                  READ OPEN-ITEM-FILE
                  IF OPEN-ITEM-STATUS = '00'
                     PERFORM CARRY-IN-OPEN-ITEM
                  END-IF
              END-PERFORM
              CLOSE OPEN-ITEM-FILE
           END-IF.

       CARRY-IN-OPEN-ITEM.
           IF OPN-BUSINESS-DATE NOT NUMERIC
              OR OPN-EXPECTED NOT NUMERIC
              OR OPN-DEPOSITED NOT NUMERIC
              DISPLAY 'ZTPBKREC INVALID BNKOPEN RECORD IGNORED: '
                  OPEN-ITEM-RECORD
           ELSE
              ADD 1 TO WS-ITEMS-CARRIED-IN
              MOVE OPN-SHELTER TO WS-KEY-SHELTER
              MOVE OPN-BUSINESS-DATE TO WS-KEY-DATE
              MOVE SPACES TO WS-KEY-ACCOUNT
              IF OPN-SHELTER = SPACES
                 MOVE OPN-ACCOUNT TO WS-MAPPED-ACCOUNT
                 PERFORM FIND-SHELTER-FOR-ACCOUNT
                 IF WS-MAPPED-SHELTER = SPACES
                    MOVE OPN-ACCOUNT TO WS-KEY-ACCOUNT
                 ELSE
                    MOVE WS-MAPPED-SHELTER TO WS-KEY-SHELTER
                 END-IF
              END-IF
              PERFORM FIND-RECON-ENTRY
              IF REC-ACCOUNT (WS-REC-MATCH) = SPACES
                 MOVE OPN-ACCOUNT TO REC-ACCOUNT (WS-REC-MATCH)
              END-IF
              IF REC-REFERENCE (WS-REC-MATCH) = SPACES
                 MOVE OPN-REFERENCE TO REC-REFERENCE (WS-REC-MATCH)
              END-IF
              ADD OPN-EXPECTED TO REC-EXPECTED (WS-REC-MATCH)
              ADD OPN-DEPOSITED TO REC-DEPOSITED (WS-REC-MATCH)
              MOVE 'Y' TO REC-CARRIED (WS-REC-MATCH)
           END-IF.

       FIND-RECON-ENTRY.
           MOVE 0 TO WS-REC-MATCH
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
                      OR WS-REC-MATCH > 0
               IF REC-KEY (WS-REC-IDX) = WS-RECON-KEY
                  MOVE WS-REC-IDX TO WS-REC-MATCH
               END-IF
           END-PERFORM
           IF WS-REC-MATCH = 0
              IF WS-REC-COUNT < 1000
                 MOVE 1 TO WS-REC-MATCH
                 PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                         UNTIL WS-REC-IDX > WS-REC-COUNT
                     IF REC-KEY (WS-REC-IDX) < WS-RECON-KEY
                        ADD 1 TO WS-REC-MATCH
                     END-IF
                 END-PERFORM
                 PERFORM VARYING WS-REC-SHIFT FROM WS-REC-COUNT
                         BY -1 UNTIL WS-REC-SHIFT < WS-REC-MATCH
                     MOVE REC-ENTRY (WS-REC-SHIFT) TO
                         REC-ENTRY (WS-REC-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-REC-COUNT
                 MOVE WS-RECON-KEY TO REC-KEY (WS-REC-MATCH)
                 MOVE WS-KEY-ACCOUNT TO REC-ACCOUNT (WS-REC-MATCH)
                 IF WS-KEY-SHELTER NOT = SPACES
                    MOVE WS-KEY-SHELTER TO WS-MAPPED-SHELTER
                    PERFORM FIND-ACCOUNT-FOR-SHELTER
                    MOVE WS-MAPPED-ACCOUNT TO
                        REC-ACCOUNT (WS-REC-MATCH)
                 END-IF
                 MOVE 0 TO REC-EXPECTED (WS-REC-MATCH)
                 MOVE 0 TO REC-DEPOSITED (WS-REC-MATCH)
                 MOVE SPACES TO REC-REFERENCE (WS-REC-MATCH)
                 MOVE 'N' TO REC-CARRIED (WS-REC-MATCH)
                 MOVE 'N' TO REC-STILL-OPEN (WS-REC-MATCH)
              ELSE
                 DISPLAY 'ZTPBKREC RECONCILIATION TABLE FULL, '
                     'SHELTER: ' WS-KEY-SHELTER ' DATE: ' WS-KEY-DATE
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF.

       ACCUMULATE-DAY-REVENUE.
           OPEN INPUT ACC-WORK-FILE
           IF ACC-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPBKREC ACCWORK OPEN FAILED, STATUS: '
                  ACC-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL ACC-WORK-STATUS NOT = '00'
               READ ACC-WORK-FILE
               IF ACC-WORK-STATUS = '00'
                  ADD 1 TO WS-ACCWORK-READ
                  IF ACW-FEE-NET IS NUMERIC
                     MOVE ACW-SHELTER TO WS-KEY-SHELTER
                     MOVE WS-RUN-DATE TO WS-KEY-DATE
                     MOVE SPACES TO WS-KEY-ACCOUNT
                     PERFORM FIND-RECON-ENTRY
                     ADD ACW-FEE-NET TO REC-EXPECTED (WS-REC-MATCH)
                  ELSE
                     DISPLAY 'ZTPBKREC NON-NUMERIC ACCWORK FEE '
                         'IGNORED, SHELTER: ' ACW-SHELTER
                  END-IF
               END-IF
           END-PERFORM
           CLOSE ACC-WORK-FILE.

       APPLY-BANK-DEPOSITS.
           OPEN INPUT BANK-DEP-FILE
           IF BANK-DEP-STATUS NOT = '00'
              DISPLAY 'ZTPBKREC NO BANK DEPOSIT FILE, STATUS: '
                  BANK-DEP-STATUS
           ELSE
              PERFORM UNTIL BANK-DEP-STATUS NOT = '00'
                  READ BANK-DEP-FILE
                  IF BANK-DEP-STATUS = '00'
                     ADD 1 TO WS-DEPOSITS-READ
                     PERFORM APPLY-ONE-DEPOSIT
                  END-IF
              END-PERFORM
              CLOSE BANK-DEP-FILE
           END-IF.

       APPLY-ONE-DEPOSIT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE BDP-DEPOSIT-DATE TO WS-DATE-CHECK
           EVALUATE TRUE
               WHEN BDP-ACCOUNT = SPACES
                   MOVE 'NO BANK ACCOUNT' TO WS-REJECT-REASON
               WHEN BDP-DEPOSIT-DATE NOT NUMERIC
                    OR WS-CHECK-MONTH < '01'
                    OR WS-CHECK-MONTH > '12'
                    OR WS-CHECK-DAY < '01'
                    OR WS-CHECK-DAY > '31'
                   MOVE 'INVALID DEPOSIT DATE' TO WS-REJECT-REASON
               WHEN BDP-DEPOSIT-DATE > WS-RUN-DATE
                   MOVE 'DEPOSIT DATE AFTER RUN DATE'
                       TO WS-REJECT-REASON
               WHEN NOT BDP-CREDIT AND NOT BDP-DEBIT
                   MOVE 'INVALID DEBIT/CREDIT FLAG' TO WS-REJECT-REASON
               WHEN BDP-AMOUNT NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-DEPOSITS-REJECTED
              DISPLAY 'ZTPBKREC DEPOSIT REJECTED - ' WS-REJECT-REASON
                  ': ' BDP-ACCOUNT ' ' BDP-DEPOSIT-DATE ' '
                  BDP-REFERENCE
           ELSE
              MOVE BDP-ACCOUNT TO WS-MAPPED-ACCOUNT
              PERFORM FIND-SHELTER-FOR-ACCOUNT
              MOVE WS-MAPPED-SHELTER TO WS-KEY-SHELTER
              MOVE BDP-DEPOSIT-DATE TO WS-KEY-DATE
              IF WS-MAPPED-SHELTER = SPACES
                 MOVE BDP-ACCOUNT TO WS-KEY-ACCOUNT
              ELSE
                 MOVE SPACES TO WS-KEY-ACCOUNT
              END-IF
              PERFORM FIND-RECON-ENTRY
              IF BDP-DEBIT
                 COMPUTE WS-DEPOSIT-AMOUNT = 0 - BDP-AMOUNT
              ELSE
                 MOVE BDP-AMOUNT TO WS-DEPOSIT-AMOUNT
              END-IF
              ADD WS-DEPOSIT-AMOUNT TO REC-DEPOSITED (WS-REC-MATCH)
              IF REC-REFERENCE (WS-REC-MATCH) = SPACES
                 MOVE BDP-REFERENCE TO REC-REFERENCE (WS-REC-MATCH)
              END-IF
           END-IF.

       WRITE-ONE-ITEM.
           COMPUTE WS-DIFFERENCE = REC-DEPOSITED (WS-REC-IDX)
               - REC-EXPECTED (WS-REC-IDX)
           MOVE REC-BUSINESS-DATE (WS-REC-IDX) TO WS-DATE-WORK-NUM
           COMPUTE WS-ITEM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INT - WS-ITEM-DATE-INT
           MOVE SPACE TO RPT-DET-ESCALATED
           MOVE 0 TO RPT-DET-AGE
           EVALUATE TRUE
               WHEN WS-DIFFERENCE = 0
                    AND REC-CARRIED (WS-REC-IDX) = 'Y'
                   MOVE 'CLEARED' TO RPT-DET-STATUS
                   ADD 1 TO WS-ITEMS-CLEARED
               WHEN WS-DIFFERENCE = 0
                   MOVE 'MATCHED' TO RPT-DET-STATUS
                   ADD 1 TO WS-ITEMS-MATCHED
               WHEN REC-SHELTER (WS-REC-IDX) = SPACES
                   MOVE 'UNMATCHED' TO RPT-DET-STATUS
                   ADD 1 TO WS-ITEMS-UNMATCHED
               WHEN WS-DIFFERENCE < 0
                   MOVE 'SHORT' TO RPT-DET-STATUS
                   ADD 1 TO WS-ITEMS-SHORT
               WHEN OTHER
                   MOVE 'OVER' TO RPT-DET-STATUS
                   ADD 1 TO WS-ITEMS-OVER
           END-EVALUATE
           IF WS-DIFFERENCE NOT = 0
              MOVE 'Y' TO REC-STILL-OPEN (WS-REC-IDX)
              ADD 1 TO WS-ITEMS-CARRIED-OUT
              ADD REC-EXPECTED (WS-REC-IDX) TO WS-OPEN-EXPECTED
              ADD REC-DEPOSITED (WS-REC-IDX) TO WS-OPEN-DEPOSITED
              ADD WS-DIFFERENCE TO WS-OPEN-DIFFERENCE
              MOVE WS-ITEM-AGE TO RPT-DET-AGE
              IF WS-ITEM-AGE > WS-ESCALATE-DAYS
                 MOVE '*' TO RPT-DET-ESCALATED
                 ADD 1 TO WS-ITEMS-ESCALATED
                 DISPLAY 'ZTPBKREC *ESCALATE* ' RPT-DET-STATUS
                     ' SHELTER ' REC-SHELTER (WS-REC-IDX)
                     ' ACCOUNT ' REC-ACCOUNT (WS-REC-IDX)
                     ' DATE ' REC-BUSINESS-DATE (WS-REC-IDX)
                     ' OPEN ' RPT-DET-AGE ' DAYS'
              END-IF
           END-IF
           MOVE REC-SHELTER (WS-REC-IDX) TO RPT-DET-SHELTER
           MOVE REC-ACCOUNT (WS-REC-IDX) TO RPT-DET-ACCOUNT
           MOVE REC-BUSINESS-DATE (WS-REC-IDX) TO RPT-DET-DATE
           MOVE REC-EXPECTED (WS-REC-IDX) TO RPT-DET-EXPECTED
           MOVE REC-DEPOSITED (WS-REC-IDX) TO RPT-DET-DEPOSITED
           MOVE WS-DIFFERENCE TO RPT-DET-DIFFERENCE
           WRITE BANK-RPT-RECORD FROM WS-RPT-DETAIL
           ADD REC-EXPECTED (WS-REC-IDX) TO WS-TOTAL-EXPECTED
           ADD REC-DEPOSITED (WS-REC-IDX) TO WS-TOTAL-DEPOSITED
           ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE.

       WRITE-RECON-TOTALS.
           WRITE BANK-RPT-RECORD FROM WS-RPT-BLANK-LINE
           MOVE 'RECONCILIATION TOTAL' TO RPT-TOT-LABEL
           MOVE WS-TOTAL-EXPECTED TO RPT-TOT-EXPECTED
           MOVE WS-TOTAL-DEPOSITED TO RPT-TOT-DEPOSITED
           MOVE WS-TOTAL-DIFFERENCE TO RPT-TOT-DIFFERENCE
           WRITE BANK-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'OPEN ITEMS CARRIED FORWARD' TO RPT-TOT-LABEL
           MOVE WS-OPEN-EXPECTED TO RPT-TOT-EXPECTED
           MOVE WS-OPEN-DEPOSITED TO RPT-TOT-DEPOSITED
           MOVE WS-OPEN-DIFFERENCE TO RPT-TOT-DIFFERENCE
           WRITE BANK-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           WRITE BANK-RPT-RECORD FROM WS-RPT-BLANK-LINE
           MOVE 'ACCWORK RECORDS READ' TO RPT-CNT-LABEL
           MOVE WS-ACCWORK-READ TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BANK DEPOSIT RECORDS READ' TO RPT-CNT-LABEL
           MOVE WS-DEPOSITS-READ TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BANK DEPOSIT RECORDS REJECTED' TO RPT-CNT-LABEL
           MOVE WS-DEPOSITS-REJECTED TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN ITEMS CARRIED IN' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-CARRIED-IN TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ITEMS MATCHED' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-MATCHED TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN ITEMS CLEARED' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-CLEARED TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'SHORTAGES' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-SHORT TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'OVERAGES' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-OVER TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'UNMATCHED DEPOSITS' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-UNMATCHED TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN ITEMS CARRIED FORWARD' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-CARRIED-OUT TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN ITEMS ESCALATED (*)' TO RPT-CNT-LABEL
           MOVE WS-ITEMS-ESCALATED TO RPT-CNT-VALUE
           WRITE BANK-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS NOT = '00'
              DISPLAY 'ZTPBKREC BNKOPEN REWRITE FAILED, STATUS: '
                  OPEN-ITEM-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               IF REC-STILL-OPEN (WS-REC-IDX) = 'Y'
                  MOVE SPACES TO OPEN-ITEM-RECORD
                  MOVE REC-SHELTER (WS-REC-IDX) TO OPN-SHELTER
                  MOVE REC-ACCOUNT (WS-REC-IDX) TO OPN-ACCOUNT
                  MOVE REC-BUSINESS-DATE (WS-REC-IDX)
                      TO OPN-BUSINESS-DATE
                  MOVE REC-EXPECTED (WS-REC-IDX) TO OPN-EXPECTED
                  MOVE REC-DEPOSITED (WS-REC-IDX) TO OPN-DEPOSITED
                  MOVE REC-REFERENCE (WS-REC-IDX) TO OPN-REFERENCE
                  WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

       CLEAR-DEPOSIT-FILE.
           OPEN OUTPUT BANK-DEP-FILE
           IF BANK-DEP-STATUS = '00'
              CLOSE BANK-DEP-FILE
           ELSE
              DISPLAY 'ZTPBKREC BANKDEP CLEAR FAILED, STATUS: '
                  BANK-DEP-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPBKREC.
