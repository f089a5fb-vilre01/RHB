       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCARLG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARE-LDG-FILE ASSIGN CARELDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-ANIMAL-ID
           FILE STATUS IS CARE-LDG-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT CARE-TRAN-FILE ASSIGN CARETRN
           FILE STATUS IS CARE-TRAN-STATUS.
           SELECT FEE-CTL-FILE ASSIGN FEECTL
           FILE STATUS IS FEE-CTL-STATUS.
           SELECT CARE-RPT-FILE ASSIGN CARERPT
           FILE STATUS IS CARE-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARE-LDG-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPCSTCP.
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
       FD  CARE-TRAN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CARE-TRAN-RECORD.
           05  CTR-COST-TYPE PIC X(1).
           05  CTR-ANIMAL-ID PIC X(10).
           05  CTR-AMOUNT PIC 9(5)V99.
           05  CTR-COST-DATE PIC X(8).
           05  CTR-DAYS PIC X(3).
           05  CTR-REFERENCE PIC X(14).
           05  CTR-ENTERED-BY PIC X(8).
           05  FILLER PIC X(29).
       FD  FEE-CTL-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  FEE-CTL-RECORD.
           05  CTL-FEE-BREED PIC X(30).
           05  CTL-FEE-STANDARD PIC 9(5)V99.
           05  CTL-FEE-FLOOR PIC 9(5)V99.
           05  CTL-FEE-EFF-DATE PIC X(8).
           05  CTL-FEE-EXP-DATE PIC X(8).
       FD  CARE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CARE-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  CARE-LDG-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  CARE-TRAN-STATUS PIC X(2).
       01  CARE-TRAN-LOADED PIC X(1) VALUE 'N'.
       01  FEE-CTL-STATUS PIC X(2).
       01  CARE-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-TRANS-READ PIC 9(6) VALUE 0.
       01  WS-TRANS-POSTED PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED PIC 9(6) VALUE 0.
       01  WS-LEDGERS-OPENED PIC 9(6) VALUE 0.
       01  WS-TRAN-REJECT-REASON PIC X(30).
       01  WS-TRAN-RESULT PIC X(30).
       01  WS-LEDGER-FOUND PIC X(1).
       01  WS-BOARD-RATE PIC 999V99 VALUE 15.00.
       01  WS-HIGH-COST-PCT PIC 9(3) VALUE 80.
       01  WS-BOARD-DAYS PIC 9(3).
       01  WS-COST-AMOUNT PIC 9(7)V99.
       01  WS-ADOPTIONS-READ PIC 9(6) VALUE 0.
       01  WS-NO-COST-RECORDED PIC 9(6) VALUE 0.
       01  WS-NEGATIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-HIGH-COST-COUNT PIC 9(6) VALUE 0.
       01  WS-ANIMAL-REVENUE PIC S9(7)V99.
       01  WS-ANIMAL-COST PIC 9(9)V99.
       01  WS-MARGIN PIC S9(9)V99.
       01  WS-AVG-FEE PIC S9(9)V99.
       01  WS-AVG-COST PIC 9(9)V99.
       01  WS-AVG-MARGIN PIC S9(9)V99.
       01  WS-FLAG PIC X(9).
       01  WS-MGN-KEY.
           05  WS-KEY-BREED PIC X(30).
           05  WS-KEY-SHELTER PIC X(4).
       01  MARGIN-TABLE.
           05  MGN-ENTRY OCCURS 500 TIMES.
               10  MGN-KEY.
                   15  MGN-BREED PIC X(30).
                   15  MGN-SHELTER PIC X(4).
               10  MGN-ADOPTIONS PIC 9(5).
               10  MGN-REVENUE PIC S9(9)V99.
               10  MGN-COST PIC 9(9)V99.
       01  WS-MGN-COUNT PIC 9(4) VALUE 0.
       01  WS-MGN-IDX PIC 9(4).
       01  WS-MGN-MATCH PIC 9(4).
       01  WS-MGN-SHIFT PIC 9(4).
       01  BREED-TABLE.
           05  BRD-ENTRY OCCURS 200 TIMES.
               10  BRD-BREED PIC X(30).
               10  BRD-ADOPTIONS PIC 9(5).
               10  BRD-REVENUE PIC S9(9)V99.
               10  BRD-COST PIC 9(9)V99.
       01  WS-BRD-COUNT PIC 9(3) VALUE 0.
       01  WS-BRD-IDX PIC 9(3).
       01  WS-BRD-MATCH PIC 9(3).
       01  WS-BRD-SHIFT PIC 9(3).
       01  FEE-TABLE.
           05  FEE-ENTRY OCCURS 200 TIMES.
               10  FEE-BREED PIC X(30).
               10  FEE-STANDARD PIC 9(5)V99.
       01  WS-FEE-COUNT PIC 9(3) VALUE 0.
       01  WS-FEE-IDX PIC 9(3).
       01  WS-FEE-LOADED PIC X(1) VALUE 'N'.
       01  WS-STANDARD-FEE PIC 9(5)V99.
       01  WS-STANDARD-FOUND PIC X(1).
       01  WS-STANDARD-MISSING PIC X(1) VALUE 'N'.
       01  COST-MIX-TOTALS.
           05  MIX-VET PIC 9(9)V99 VALUE 0.
           05  MIX-VACCINE PIC 9(9)V99 VALUE 0.
           05  MIX-CHIP PIC 9(9)V99 VALUE 0.
           05  MIX-BOARD PIC 9(9)V99 VALUE 0.
           05  MIX-BOARD-DAYS PIC 9(7) VALUE 0.
       01  TOTAL-LINE-AMOUNTS.
           05  TOT-ADOPTIONS PIC 9(5) VALUE 0.
           05  TOT-REVENUE PIC S9(9)V99 VALUE 0.
           05  TOT-COST PIC 9(9)V99 VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(40)
               VALUE 'ANIMAL CARE COST AND ADOPTION MARGIN   R'.
           05  FILLER PIC X(8) VALUE 'UN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-TRAN-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'COST   ANIMAL        AMOUNT DATE     DAY'.
           05  FILLER PIC X(40) VALUE ' RESULT'.
       01  WS-RPT-TRAN-LINE.
           05  FILLER PIC X(5) VALUE 'COST '.
           05  RPT-TRN-TYPE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-AMOUNT PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-DAYS PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-RESULT PIC X(30).
           05  FILLER PIC X(9) VALUE SPACES.
       01  WS-RPT-MARGIN-TITLE.
           05  FILLER PIC X(40)
               VALUE 'ADOPTION MARGIN BY BREED AND SHELTER - M'.
           05  FILLER PIC X(14) VALUE 'ONTH TO DATE  '.
           05  RPT-MGN-MONTH PIC X(6).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-MARGIN-COLUMNS.
           05  FILLER PIC X(31)
               VALUE 'BREED                SHEL ADPT '.
           05  FILLER PIC X(38)
               VALUE '   REVENUE       COST     MARGIN  FLAG'.
           05  FILLER PIC X(11) VALUE SPACES.
       01  WS-RPT-MARGIN-LINE.
           05  RPT-MGN-BREED PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MGN-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MGN-ADOPTIONS PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MGN-REVENUE PIC ZZZ,ZZ9.99-.
           05  RPT-MGN-COST PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MGN-MARGIN PIC ZZZ,ZZ9.99-.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-MGN-FLAG PIC X(9).
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-RPT-BREED-TITLE.
           05  FILLER PIC X(40)
               VALUE 'BREED MARGIN AGAINST STANDARD FEE IN FEE'.
           05  FILLER PIC X(40) VALUE 'CTL'.
       01  WS-RPT-BREED-COLUMNS.
           05  FILLER PIC X(26)
               VALUE 'BREED                ADPT '.
           05  FILLER PIC X(44)
               VALUE '  AVG FEE  AVG COST AVG MARGIN  STD FEE FLAG'.
           05  FILLER PIC X(10) VALUE SPACES.
       01  WS-RPT-BREED-LINE.
           05  RPT-BRD-BREED PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BRD-ADOPTIONS PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BRD-AVG-FEE PIC ZZ,ZZ9.99-.
           05  RPT-BRD-AVG-COST PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BRD-AVG-MARGIN PIC ZZ,ZZ9.99-.
           05  RPT-BRD-STD-FEE PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BRD-FLAG PIC X(9).
           05  FILLER PIC X(5) VALUE SPACES.
       01  WS-RPT-STD-NOT-FOUND.
           05  FILLER PIC X(40)
               VALUE 'STD FEE 0.00 - NO FEECTL ROW IN FORCE FO'.
           05  FILLER PIC X(40) VALUE 'R THE BREED ON THE RUN DATE.'.
       01  WS-RPT-HIGH-COST-NOTE.
           05  FILLER PIC X(40)
               VALUE 'HIGH COST - AVERAGE CARE COST AT OR ABOV'.
           05  FILLER PIC X(2) VALUE 'E '.
           05  RPT-NOTE-PCT PIC ZZ9.
           05  FILLER PIC X(35) VALUE ' PERCENT OF THE AVERAGE FEE.'.
       01  WS-RPT-NO-FEECTL.
           05  FILLER PIC X(40)
               VALUE 'FEECTL NOT AVAILABLE - STANDARD FEES NOT'.
           05  FILLER PIC X(40) VALUE ' SHOWN'.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL PIC X(34).
           05  RPT-AMT-VALUE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(32) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 5
              AND PARM-TEXT (1:5) IS NUMERIC
              AND PARM-TEXT (1:5) NOT = '00000'
              MOVE PARM-TEXT (1:5) TO WS-BOARD-RATE
           END-IF
           IF PARM-LENGTH >= 8
              AND PARM-TEXT (6:3) IS NUMERIC
              AND PARM-TEXT (6:3) NOT = '000'
              MOVE PARM-TEXT (6:3) TO WS-HIGH-COST-PCT
           END-IF
           OPEN OUTPUT CARE-RPT-FILE
           IF CARE-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCARLG CARERPT OPEN FAILED, STATUS: '
                  CARE-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE CARE-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE CARE-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT CARE-LDG-FILE
           ELSE
              OPEN I-O CARE-LDG-FILE
           END-IF
           IF CARE-LDG-STATUS NOT = '00'
              DISPLAY 'ZTPCARLG CARELDG OPEN FAILED, STATUS: '
                  CARE-LDG-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CARE-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT INTAKE-MST-FILE
           IF INTAKE-MST-STATUS NOT = '00'
              DISPLAY 'ZTPCARLG INTKMST OPEN FAILED, STATUS: '
                  INTAKE-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CARE-LDG-FILE
              CLOSE CARE-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM APPLY-COST-TRANSACTIONS
           CLOSE INTAKE-MST-FILE
           PERFORM LOAD-FEE-SCHEDULE
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPCARLG ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CARE-LDG-FILE
              CLOSE CARE-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE NEXT RECORD
               IF ADOPT-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF ADM-ADOPT-DATE (1:6) = WS-RUN-DATE (1:6)
                     PERFORM ACCUMULATE-ONE-ADOPTION
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE ADOPT-MST-FILE
           CLOSE CARE-LDG-FILE
           PERFORM WRITE-MARGIN-DETAIL
           PERFORM WRITE-BREED-SUMMARY
           PERFORM WRITE-RUN-COUNTS
           CLOSE CARE-RPT-FILE
           DISPLAY 'ZTPCARLG COST TRANSACTIONS READ: ' WS-TRANS-READ
               ' POSTED: ' WS-TRANS-POSTED
               ' REJECTED: ' WS-TRANS-REJECTED
           DISPLAY 'ZTPCARLG ADOPTIONS THIS MONTH: ' WS-ADOPTIONS-READ
           DISPLAY 'ZTPCARLG NEGATIVE MARGIN BREEDS: '
               WS-NEGATIVE-COUNT
           DISPLAY 'ZTPCARLG HIGH COST BREEDS: ' WS-HIGH-COST-COUNT
           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF CARE-TRAN-LOADED = 'Y'
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
              MOVE 'ZTPCARLG' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPCARLG' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCARLG' TO VER-PROGRAM-ID
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

       APPLY-COST-TRANSACTIONS.
           OPEN INPUT CARE-TRAN-FILE
           IF CARE-TRAN-STATUS NOT = '00'
              DISPLAY 'ZTPCARLG CARETRN NOT AVAILABLE, STATUS: '
                  CARE-TRAN-STATUS
           ELSE
              MOVE 'Y' TO CARE-TRAN-LOADED
              MOVE SPACES TO CARE-RPT-RECORD
              WRITE CARE-RPT-RECORD
              WRITE CARE-RPT-RECORD FROM WS-RPT-TRAN-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ CARE-TRAN-FILE
                  IF CARE-TRAN-STATUS = '00'
                     ADD 1 TO WS-TRANS-READ
                     PERFORM APPLY-ONE-TRANSACTION
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CARE-TRAN-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-REJECT-REASON
           MOVE SPACES TO WS-TRAN-RESULT
           MOVE 0 TO WS-COST-AMOUNT
           MOVE 0 TO WS-BOARD-DAYS
           IF CTR-DAYS IS NUMERIC
              MOVE CTR-DAYS TO WS-BOARD-DAYS
           END-IF
           IF CTR-AMOUNT IS NUMERIC
              MOVE CTR-AMOUNT TO WS-COST-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN CTR-COST-TYPE NOT = 'V'
                    AND CTR-COST-TYPE NOT = 'I'
                    AND CTR-COST-TYPE NOT = 'M'
                    AND CTR-COST-TYPE NOT = 'B'
                   MOVE 'UNKNOWN COST TYPE' TO WS-TRAN-REJECT-REASON
               WHEN CTR-ANIMAL-ID = SPACES
                   MOVE 'ANIMAL ID MISSING' TO WS-TRAN-REJECT-REASON
               WHEN CTR-COST-DATE IS NOT NUMERIC
                   MOVE 'COST DATE INVALID' TO WS-TRAN-REJECT-REASON
               WHEN CTR-COST-DATE > WS-RUN-DATE
                   MOVE 'COST DATE IN THE FUTURE' TO
                       WS-TRAN-REJECT-REASON
               WHEN CTR-COST-TYPE = 'B'
                    AND WS-BOARD-DAYS = 0
                   MOVE 'BOARDING DAYS MISSING' TO
                       WS-TRAN-REJECT-REASON
               WHEN CTR-COST-TYPE NOT = 'B'
                    AND WS-COST-AMOUNT = 0
                   MOVE 'AMOUNT MISSING OR INVALID' TO
                       WS-TRAN-REJECT-REASON
           END-EVALUATE
           IF WS-TRAN-REJECT-REASON = SPACES
              MOVE CTR-ANIMAL-ID TO INK-ANIMAL-ID
              READ INTAKE-MST-FILE
                  INVALID KEY
                      MOVE 'ANIMAL NOT ON INTKMST' TO
                          WS-TRAN-REJECT-REASON
              END-READ
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              AND CTR-COST-DATE < INK-INTAKE-DATE
              MOVE 'COST DATE BEFORE INTAKE' TO WS-TRAN-REJECT-REASON
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              PERFORM POST-ONE-COST
           END-IF
           MOVE CTR-COST-TYPE TO RPT-TRN-TYPE
           MOVE CTR-ANIMAL-ID TO RPT-TRN-ANIMAL
           MOVE WS-COST-AMOUNT TO RPT-TRN-AMOUNT
           MOVE CTR-COST-DATE TO RPT-TRN-DATE
           MOVE CTR-DAYS TO RPT-TRN-DAYS
           IF WS-TRAN-REJECT-REASON = SPACES
              ADD 1 TO WS-TRANS-POSTED
              MOVE WS-TRAN-RESULT TO RPT-TRN-RESULT
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE WS-TRAN-REJECT-REASON TO RPT-TRN-RESULT
           END-IF
           WRITE CARE-RPT-RECORD FROM WS-RPT-TRAN-LINE.

       POST-ONE-COST.
           MOVE CTR-ANIMAL-ID TO CST-ANIMAL-ID
           READ CARE-LDG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-FOUND
           END-READ
           IF WS-LEDGER-FOUND = 'N'
              MOVE SPACES TO CARE-COST-RECORD
              MOVE CTR-ANIMAL-ID TO CST-ANIMAL-ID
              MOVE 0 TO CST-VET-COST
              MOVE 0 TO CST-VACCINE-COST
              MOVE 0 TO CST-CHIP-COST
              MOVE 0 TO CST-BOARD-COST
              MOVE 0 TO CST-BOARD-DAYS
              MOVE 0 TO CST-TRAN-COUNT
              MOVE CTR-COST-DATE TO CST-FIRST-COST-DATE
              MOVE CTR-COST-DATE TO CST-LAST-COST-DATE
           END-IF
           MOVE 'POSTED' TO WS-TRAN-RESULT
           EVALUATE CTR-COST-TYPE
               WHEN 'V'
                   ADD WS-COST-AMOUNT TO CST-VET-COST
               WHEN 'I'
                   ADD WS-COST-AMOUNT TO CST-VACCINE-COST
               WHEN 'M'
                   ADD WS-COST-AMOUNT TO CST-CHIP-COST
               WHEN 'B'
                   IF WS-COST-AMOUNT = 0
                      COMPUTE WS-COST-AMOUNT =
                          WS-BOARD-DAYS * WS-BOARD-RATE
                      MOVE 'POSTED AT DAILY BOARDING RATE' TO
                          WS-TRAN-RESULT
                   END-IF
                   ADD WS-COST-AMOUNT TO CST-BOARD-COST
                   ADD WS-BOARD-DAYS TO CST-BOARD-DAYS
           END-EVALUATE
           ADD 1 TO CST-TRAN-COUNT
           IF CTR-COST-DATE < CST-FIRST-COST-DATE
              MOVE CTR-COST-DATE TO CST-FIRST-COST-DATE
           END-IF
           IF CTR-COST-DATE > CST-LAST-COST-DATE
              MOVE CTR-COST-DATE TO CST-LAST-COST-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CST-UPDATED-TS
           IF WS-RUN-MODE NOT = 'TEST'
              IF WS-LEDGER-FOUND = 'Y'
                 REWRITE CARE-COST-RECORD
                 IF CARE-LDG-STATUS NOT = '00'
                    MOVE 'CARELDG REWRITE FAILED' TO
                        WS-TRAN-REJECT-REASON
                 END-IF
              ELSE
                 WRITE CARE-COST-RECORD
                 IF CARE-LDG-STATUS NOT = '00'
                    MOVE 'CARELDG WRITE FAILED' TO
                        WS-TRAN-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              AND WS-LEDGER-FOUND = 'N'
              ADD 1 TO WS-LEDGERS-OPENED
              IF WS-TRAN-RESULT = 'POSTED'
                 MOVE 'POSTED - NEW LEDGER' TO WS-TRAN-RESULT
              END-IF
           END-IF.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-CTL-FILE
           IF FEE-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPCARLG FEECTL NOT AVAILABLE, STATUS: '
                  FEE-CTL-STATUS
           ELSE
              MOVE 'Y' TO WS-FEE-LOADED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ FEE-CTL-FILE
                  IF FEE-CTL-STATUS = '00'
                     IF (CTL-FEE-EFF-DATE = SPACES
                         OR CTL-FEE-EFF-DATE <= WS-RUN-DATE)
                        AND (CTL-FEE-EXP-DATE = SPACES
                         OR CTL-FEE-EXP-DATE >= WS-RUN-DATE)
                        AND CTL-FEE-STANDARD IS NUMERIC
                        AND WS-FEE-COUNT < 200
                        ADD 1 TO WS-FEE-COUNT
                        MOVE CTL-FEE-BREED TO FEE-BREED (WS-FEE-COUNT)
                        MOVE CTL-FEE-STANDARD TO
                            FEE-STANDARD (WS-FEE-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE FEE-CTL-FILE
           END-IF.

       ACCUMULATE-ONE-ADOPTION.
           ADD 1 TO WS-ADOPTIONS-READ
           COMPUTE WS-ANIMAL-REVENUE = ADM-FEE-ADOPT + ADM-FEE-CHIP
               + ADM-FEE-DONATION
           IF ADM-REFUND-AMOUNT IS NUMERIC
              SUBTRACT ADM-REFUND-AMOUNT FROM WS-ANIMAL-REVENUE
           END-IF
           MOVE ADM-ANIMAL-ID TO CST-ANIMAL-ID
           READ CARE-LDG-FILE
               INVALID KEY
                   MOVE 0 TO WS-ANIMAL-COST
                   ADD 1 TO WS-NO-COST-RECORDED
               NOT INVALID KEY
                   COMPUTE WS-ANIMAL-COST = CST-VET-COST
                       + CST-VACCINE-COST + CST-CHIP-COST
                       + CST-BOARD-COST
                   ADD CST-VET-COST TO MIX-VET
                   ADD CST-VACCINE-COST TO MIX-VACCINE
                   ADD CST-CHIP-COST TO MIX-CHIP
                   ADD CST-BOARD-COST TO MIX-BOARD
                   ADD CST-BOARD-DAYS TO MIX-BOARD-DAYS
           END-READ
           MOVE ADM-BREED TO WS-KEY-BREED
           MOVE ADM-SHELTER TO WS-KEY-SHELTER
           PERFORM FIND-MARGIN-ENTRY
           IF WS-MGN-MATCH > 0
              ADD 1 TO MGN-ADOPTIONS (WS-MGN-MATCH)
              ADD WS-ANIMAL-REVENUE TO MGN-REVENUE (WS-MGN-MATCH)
              ADD WS-ANIMAL-COST TO MGN-COST (WS-MGN-MATCH)
           END-IF
           PERFORM FIND-BREED-ENTRY
           IF WS-BRD-MATCH > 0
              ADD 1 TO BRD-ADOPTIONS (WS-BRD-MATCH)
              ADD WS-ANIMAL-REVENUE TO BRD-REVENUE (WS-BRD-MATCH)
              ADD WS-ANIMAL-COST TO BRD-COST (WS-BRD-MATCH)
           END-IF.

       FIND-MARGIN-ENTRY.
           MOVE 0 TO WS-MGN-MATCH
           PERFORM VARYING WS-MGN-IDX FROM 1 BY 1
                   UNTIL WS-MGN-IDX > WS-MGN-COUNT
                      OR WS-MGN-MATCH > 0
               IF MGN-KEY (WS-MGN-IDX) = WS-MGN-KEY
                  MOVE WS-MGN-IDX TO WS-MGN-MATCH
               END-IF
           END-PERFORM
           IF WS-MGN-MATCH = 0
              IF WS-MGN-COUNT < 500
                 MOVE 1 TO WS-MGN-MATCH
                 PERFORM VARYING WS-MGN-IDX FROM 1 BY 1
                         UNTIL WS-MGN-IDX > WS-MGN-COUNT
                     IF MGN-KEY (WS-MGN-IDX) < WS-MGN-KEY
                        ADD 1 TO WS-MGN-MATCH
                     END-IF
                 END-PERFORM
                 PERFORM VARYING WS-MGN-SHIFT FROM WS-MGN-COUNT
                         BY -1 UNTIL WS-MGN-SHIFT < WS-MGN-MATCH
                     MOVE MGN-ENTRY (WS-MGN-SHIFT) TO
                         MGN-ENTRY (WS-MGN-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-MGN-COUNT
                 MOVE WS-MGN-KEY TO MGN-KEY (WS-MGN-MATCH)
                 MOVE 0 TO MGN-ADOPTIONS (WS-MGN-MATCH)
                 MOVE 0 TO MGN-REVENUE (WS-MGN-MATCH)
                 MOVE 0 TO MGN-COST (WS-MGN-MATCH)
              ELSE
                 DISPLAY 'ZTPCARLG MARGIN TABLE FULL, DISCARDED: '
                     WS-KEY-BREED ' ' WS-KEY-SHELTER
              END-IF
           END-IF.

       FIND-BREED-ENTRY.
           MOVE 0 TO WS-BRD-MATCH
           PERFORM VARYING WS-BRD-IDX FROM 1 BY 1
                   UNTIL WS-BRD-IDX > WS-BRD-COUNT
                      OR WS-BRD-MATCH > 0
               IF BRD-BREED (WS-BRD-IDX) = WS-KEY-BREED
                  MOVE WS-BRD-IDX TO WS-BRD-MATCH
               END-IF
           END-PERFORM
           IF WS-BRD-MATCH = 0
              IF WS-BRD-COUNT < 200
                 MOVE 1 TO WS-BRD-MATCH
                 PERFORM VARYING WS-BRD-IDX FROM 1 BY 1
                         UNTIL WS-BRD-IDX > WS-BRD-COUNT
                     IF BRD-BREED (WS-BRD-IDX) < WS-KEY-BREED
                        ADD 1 TO WS-BRD-MATCH
                     END-IF
                 END-PERFORM
                 PERFORM VARYING WS-BRD-SHIFT FROM WS-BRD-COUNT
                         BY -1 UNTIL WS-BRD-SHIFT < WS-BRD-MATCH
                     MOVE BRD-ENTRY (WS-BRD-SHIFT) TO
                         BRD-ENTRY (WS-BRD-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-BRD-COUNT
                 MOVE WS-KEY-BREED TO BRD-BREED (WS-BRD-MATCH)
                 MOVE 0 TO BRD-ADOPTIONS (WS-BRD-MATCH)
                 MOVE 0 TO BRD-REVENUE (WS-BRD-MATCH)
                 MOVE 0 TO BRD-COST (WS-BRD-MATCH)
              ELSE
                 DISPLAY 'ZTPCARLG BREED TABLE FULL, DISCARDED: '
                     WS-KEY-BREED
              END-IF
           END-IF.

       SET-MARGIN-FLAG.
           MOVE SPACES TO WS-FLAG
           EVALUATE TRUE
               WHEN WS-MARGIN < 0
                   MOVE 'NEGATIVE' TO WS-FLAG
               WHEN WS-AVG-COST * 100 >= WS-AVG-FEE * WS-HIGH-COST-PCT
                    AND WS-AVG-COST > 0
                   MOVE 'HIGH COST' TO WS-FLAG
           END-EVALUATE.

       WRITE-MARGIN-DETAIL.
           MOVE SPACES TO CARE-RPT-RECORD
           WRITE CARE-RPT-RECORD
           MOVE WS-RUN-DATE (1:6) TO RPT-MGN-MONTH
           WRITE CARE-RPT-RECORD FROM WS-RPT-MARGIN-TITLE
           WRITE CARE-RPT-RECORD FROM WS-RPT-MARGIN-COLUMNS
           PERFORM VARYING WS-MGN-IDX FROM 1 BY 1
                   UNTIL WS-MGN-IDX > WS-MGN-COUNT
               COMPUTE WS-MARGIN = MGN-REVENUE (WS-MGN-IDX)
                   - MGN-COST (WS-MGN-IDX)
               MOVE MGN-REVENUE (WS-MGN-IDX) TO WS-AVG-FEE
               MOVE MGN-COST (WS-MGN-IDX) TO WS-AVG-COST
               PERFORM SET-MARGIN-FLAG
               MOVE MGN-BREED (WS-MGN-IDX) TO RPT-MGN-BREED
               MOVE MGN-SHELTER (WS-MGN-IDX) TO RPT-MGN-SHELTER
               MOVE MGN-ADOPTIONS (WS-MGN-IDX) TO RPT-MGN-ADOPTIONS
               MOVE MGN-REVENUE (WS-MGN-IDX) TO RPT-MGN-REVENUE
               MOVE MGN-COST (WS-MGN-IDX) TO RPT-MGN-COST
               MOVE WS-MARGIN TO RPT-MGN-MARGIN
               MOVE WS-FLAG TO RPT-MGN-FLAG
               WRITE CARE-RPT-RECORD FROM WS-RPT-MARGIN-LINE
               ADD MGN-ADOPTIONS (WS-MGN-IDX) TO TOT-ADOPTIONS
               ADD MGN-REVENUE (WS-MGN-IDX) TO TOT-REVENUE
               ADD MGN-COST (WS-MGN-IDX) TO TOT-COST
           END-PERFORM
           COMPUTE WS-MARGIN = TOT-REVENUE - TOT-COST
           MOVE 'TOTAL' TO RPT-MGN-BREED
           MOVE SPACES TO RPT-MGN-SHELTER
           MOVE TOT-ADOPTIONS TO RPT-MGN-ADOPTIONS
           MOVE TOT-REVENUE TO RPT-MGN-REVENUE
           MOVE TOT-COST TO RPT-MGN-COST
           MOVE WS-MARGIN TO RPT-MGN-MARGIN
           MOVE SPACES TO RPT-MGN-FLAG
           WRITE CARE-RPT-RECORD FROM WS-RPT-MARGIN-LINE.

       WRITE-BREED-SUMMARY.
           MOVE SPACES TO CARE-RPT-RECORD
           WRITE CARE-RPT-RECORD
           WRITE CARE-RPT-RECORD FROM WS-RPT-BREED-TITLE
           IF WS-FEE-LOADED = 'N'
              WRITE CARE-RPT-RECORD FROM WS-RPT-NO-FEECTL
           END-IF
           WRITE CARE-RPT-RECORD FROM WS-RPT-BREED-COLUMNS
           PERFORM VARYING WS-BRD-IDX FROM 1 BY 1
                   UNTIL WS-BRD-IDX > WS-BRD-COUNT
               COMPUTE WS-AVG-FEE ROUNDED = BRD-REVENUE (WS-BRD-IDX)
                   / BRD-ADOPTIONS (WS-BRD-IDX)
               COMPUTE WS-AVG-COST ROUNDED = BRD-COST (WS-BRD-IDX)
                   / BRD-ADOPTIONS (WS-BRD-IDX)
               COMPUTE WS-AVG-MARGIN = WS-AVG-FEE - WS-AVG-COST
               MOVE WS-AVG-MARGIN TO WS-MARGIN
               PERFORM SET-MARGIN-FLAG
               EVALUATE WS-FLAG
                   WHEN 'NEGATIVE'
                       ADD 1 TO WS-NEGATIVE-COUNT
                   WHEN 'HIGH COST'
                       ADD 1 TO WS-HIGH-COST-COUNT
               END-EVALUATE
               MOVE BRD-BREED (WS-BRD-IDX) TO WS-KEY-BREED
               PERFORM FIND-STANDARD-FEE
               MOVE BRD-BREED (WS-BRD-IDX) TO RPT-BRD-BREED
               MOVE BRD-ADOPTIONS (WS-BRD-IDX) TO RPT-BRD-ADOPTIONS
               MOVE WS-AVG-FEE TO RPT-BRD-AVG-FEE
               MOVE WS-AVG-COST TO RPT-BRD-AVG-COST
               MOVE WS-AVG-MARGIN TO RPT-BRD-AVG-MARGIN
               MOVE WS-STANDARD-FEE TO RPT-BRD-STD-FEE
               MOVE WS-FLAG TO RPT-BRD-FLAG
               WRITE CARE-RPT-RECORD FROM WS-RPT-BREED-LINE
               IF WS-FLAG NOT = SPACES
                  DISPLAY 'ZTPCARLG *FEEREVIEW* ' WS-FLAG ' '
                      BRD-BREED (WS-BRD-IDX)
               END-IF
           END-PERFORM
           MOVE WS-HIGH-COST-PCT TO RPT-NOTE-PCT
           WRITE CARE-RPT-RECORD FROM WS-RPT-HIGH-COST-NOTE
           IF WS-FEE-LOADED = 'Y'
              AND WS-STANDARD-MISSING = 'Y'
              WRITE CARE-RPT-RECORD FROM WS-RPT-STD-NOT-FOUND
           END-IF.

       FIND-STANDARD-FEE.
           MOVE 0 TO WS-STANDARD-FEE
           MOVE 'N' TO WS-STANDARD-FOUND
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
                      OR WS-STANDARD-FOUND = 'Y'
               IF FEE-BREED (WS-FEE-IDX) = WS-KEY-BREED
                  MOVE FEE-STANDARD (WS-FEE-IDX) TO WS-STANDARD-FEE
                  MOVE 'Y' TO WS-STANDARD-FOUND
               END-IF
           END-PERFORM
           IF WS-STANDARD-FOUND = 'N'
              MOVE 'Y' TO WS-STANDARD-MISSING
           END-IF.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO CARE-RPT-RECORD
           WRITE CARE-RPT-RECORD
           MOVE 'VET COST, ADOPTIONS THIS MONTH    ' TO RPT-AMT-LABEL
           MOVE MIX-VET TO RPT-AMT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'VACCINATION COST                  ' TO RPT-AMT-LABEL
           MOVE MIX-VACCINE TO RPT-AMT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'MICROCHIP COST                    ' TO RPT-AMT-LABEL
           MOVE MIX-CHIP TO RPT-AMT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'BOARDING COST                     ' TO RPT-AMT-LABEL
           MOVE MIX-BOARD TO RPT-AMT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'BOARDING DAYS                     ' TO RPT-CNT-LABEL
           MOVE MIX-BOARD-DAYS TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO CARE-RPT-RECORD
           WRITE CARE-RPT-RECORD
           MOVE 'COST TRANSACTIONS POSTED          ' TO RPT-CNT-LABEL
           MOVE WS-TRANS-POSTED TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'COST TRANSACTIONS REJECTED        ' TO RPT-CNT-LABEL
           MOVE WS-TRANS-REJECTED TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'NEW ANIMAL COST LEDGERS           ' TO RPT-CNT-LABEL
           MOVE WS-LEDGERS-OPENED TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTIONS THIS MONTH              ' TO RPT-CNT-LABEL
           MOVE WS-ADOPTIONS-READ TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTIONS WITH NO COST RECORDED   ' TO RPT-CNT-LABEL
           MOVE WS-NO-COST-RECORDED TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'NEGATIVE MARGIN BREEDS            ' TO RPT-CNT-LABEL
           MOVE WS-NEGATIVE-COUNT TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'HIGH COST BREEDS                  ' TO RPT-CNT-LABEL
           MOVE WS-HIGH-COST-COUNT TO RPT-CNT-VALUE
           WRITE CARE-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-TRANSACTION-FILE.
           OPEN OUTPUT CARE-TRAN-FILE
           IF CARE-TRAN-STATUS = '00'
              CLOSE CARE-TRAN-FILE
           ELSE
              DISPLAY 'ZTPCARLG CARETRN CLEAR FAILED, STATUS: '
                  CARE-TRAN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPCARLG.
