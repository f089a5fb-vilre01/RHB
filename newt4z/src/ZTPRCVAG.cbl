       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRCVAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCV-MST-FILE ASSIGN RCVMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-ANIMAL-ID
           FILE STATUS IS RCV-MST-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT RCV-TRAN-FILE ASSIGN RCVTRN
           FILE STATUS IS RCV-TRAN-STATUS.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT REMIND-EXT-FILE ASSIGN RCREMEXT
           FILE STATUS IS REMIND-EXT-STATUS.
           SELECT REMIND-AMT-FILE ASSIGN RCREMAMT
           FILE STATUS IS REMIND-AMT-STATUS.
           SELECT FINAL-EXT-FILE ASSIGN RCFINEXT
           FILE STATUS IS FINAL-EXT-STATUS.
           SELECT FINAL-AMT-FILE ASSIGN RCFINAMT
           FILE STATUS IS FINAL-AMT-STATUS.
           SELECT RCV-RPT-FILE ASSIGN RCVRPT
           FILE STATUS IS RCV-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCV-MST-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRCVCP.
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
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  RCV-TRAN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RCV-TRAN-RECORD.
           05  RCT-TRAN-TYPE PIC X(1).
           05  RCT-ANIMAL-ID PIC X(10).
           05  RCT-AMOUNT PIC 9(5)V99.
           05  RCT-DATE PIC X(8).
           05  RCT-INSTALMENTS PIC X(2).
           05  RCT-INTERVAL-DAYS PIC X(3).
           05  RCT-REFERENCE PIC X(14).
           05  RCT-ENTERED-BY PIC X(8).
           05  FILLER PIC X(27).
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
       FD  REMIND-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  REMIND-EXT-RECORD.
           05  REM-CUST-NUMBER PIC X(8).
           05  REM-CUST-NAME PIC X(20).
           05  REM-CUST-STREET PIC X(20).
           05  REM-CUST-CITY PIC X(15).
           05  REM-CUST-STATE PIC X(2).
           05  REM-CUST-POSTAL PIC X(10).
       FD  REMIND-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REMIND-AMT-RECORD.
           05  REM-AMT-CUST-NUMBER PIC X(8).
           05  REM-AMT-YEAR PIC X(4).
           05  REM-AMT-AMOUNT PIC 9(7)V99.
           05  REM-AMT-ANIMAL-ID PIC X(10).
           05  REM-AMT-DUE-DATE PIC X(8).
           05  FILLER PIC X(1).
       FD  FINAL-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  FINAL-EXT-RECORD.
           05  FIN-CUST-NUMBER PIC X(8).
           05  FIN-CUST-NAME PIC X(20).
           05  FIN-CUST-STREET PIC X(20).
           05  FIN-CUST-CITY PIC X(15).
           05  FIN-CUST-STATE PIC X(2).
           05  FIN-CUST-POSTAL PIC X(10).
       FD  FINAL-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  FINAL-AMT-RECORD.
           05  FIN-AMT-CUST-NUMBER PIC X(8).
           05  FIN-AMT-YEAR PIC X(4).
           05  FIN-AMT-AMOUNT PIC 9(7)V99.
           05  FIN-AMT-ANIMAL-ID PIC X(10).
           05  FIN-AMT-DUE-DATE PIC X(8).
           05  FILLER PIC X(1).
       FD  RCV-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RCV-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  RCV-MST-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  RCV-TRAN-STATUS PIC X(2).
       01  RCV-TRAN-LOADED PIC X(1) VALUE 'N'.
       01  REV-MAST-STATUS PIC X(2).
       01  REMIND-EXT-STATUS PIC X(2).
       01  REMIND-AMT-STATUS PIC X(2).
       01  FINAL-EXT-STATUS PIC X(2).
       01  FINAL-AMT-STATUS PIC X(2).
       01  RCV-RPT-STATUS PIC X(2).
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
       01  WS-TRAN-REJECT-REASON PIC X(30).
       01  WS-TRAN-RESULT PIC X(30).
       01  WS-RECEIVABLES-OPENED PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-POSTED PIC 9(6) VALUE 0.
       01  WS-WRITE-OFFS-POSTED PIC 9(6) VALUE 0.
       01  WS-REMINDERS-SENT PIC 9(6) VALUE 0.
       01  WS-FINALS-SENT PIC 9(6) VALUE 0.
       01  WS-CUST-NOT-FOUND PIC 9(6) VALUE 0.
       01  WS-NO-CUSTOMER PIC 9(6) VALUE 0.
       01  WS-REWRITE-FAILED PIC 9(6) VALUE 0.
       01  WS-REMIND-DAYS PIC S9(9) COMP VALUE 15.
       01  WS-FINAL-DAYS PIC S9(9) COMP VALUE 60.
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-DUE-DATE-INT PIC 9(8).
       01  WS-FIRST-DUE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-DAYS-PAST-DUE PIC S9(9) COMP.
       01  WS-DAYS-LATE PIC 9(4).
       01  WS-INSTALMENTS PIC 9(2).
       01  WS-INTERVAL-DAYS PIC 9(3).
       01  WS-INSTALMENT-AMOUNT PIC 9(5)V99.
       01  WS-INSTALMENTS-DUE PIC S9(9) COMP.
       01  WS-INSTALMENTS-PAID PIC S9(9) COMP.
       01  WS-EXPECTED-PAID PIC 9(7)V99.
       01  WS-BALANCE PIC 9(5)V99.
       01  WS-ARREARS PIC 9(5)V99.
       01  WS-NOT-YET-DUE PIC 9(5)V99.
       01  WS-FEES-BILLED PIC 9(7)V99.
       01  WS-OLDEST-DUE-DATE PIC X(8).
       01  WS-EFFECTIVE-NOTICE PIC X(1).
       01  WS-BUCKET-IDX PIC 9(1).
       01  WS-LETTER-TYPE PIC X(1).
       01  WS-DETAIL-ACTION PIC X(10).
       01  WS-DETAIL-NOTE PIC X(21).
       01  WS-CUST-FOUND PIC X(1).
       01  WS-CUST-NAME PIC X(20).
       01  WS-CUST-STREET PIC X(20).
       01  WS-CUST-CITY PIC X(15).
       01  WS-CUST-STATE PIC X(2).
       01  WS-CUST-POSTAL PIC X(10).
       01  WS-REM-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-FIN-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-HASH-WORK PIC 9(12).
       01  WS-HASH-NAME PIC X(20).
       01  WS-BYTE-IDX PIC 9(4).
       COPY ZTPENVCP.
       01  WS-REV-CONTROL-KEY PIC X(30) VALUE '*REVCONTROL*'.
       01  WS-REV-LOADED PIC X(1) VALUE 'N'.
       01  WS-SHELTER-CODE PIC X(4).
       01  SHELTER-TABLE.
           05  SHL-ENTRY OCCURS 100 TIMES.
               10  SHL-TBL-CODE PIC X(4).
               10  SHL-BUCKET PIC 9(9)V99 OCCURS 5 TIMES.
               10  SHL-BALANCE PIC 9(9)V99.
               10  SHL-BILLED-YTD PIC 9(9)V99.
               10  SHL-CREDIT-YTD PIC 9(9)V99.
               10  SHL-OPEN-YTD PIC 9(9)V99.
               10  SHL-WRITTEN-OFF-YTD PIC 9(9)V99.
       01  WS-SHL-COUNT PIC 9(3) VALUE 0.
       01  WS-SHL-IDX PIC 9(3).
       01  WS-SHL-MATCH PIC 9(3).
       01  TOTAL-LINE-AMOUNTS.
           05  TOT-BUCKET PIC 9(9)V99 OCCURS 5 TIMES VALUE 0.
           05  TOT-BALANCE PIC 9(9)V99 VALUE 0.
           05  TOT-BILLED-YTD PIC 9(9)V99 VALUE 0.
           05  TOT-CREDIT-YTD PIC 9(9)V99 VALUE 0.
           05  TOT-OPEN-YTD PIC 9(9)V99 VALUE 0.
           05  TOT-WRITTEN-OFF-YTD PIC 9(9)V99 VALUE 0.
       01  WS-COLLECTED PIC S9(9)V99.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'ADOPTION FEE RECEIVABLES   RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-TRAN-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'TRAN   ANIMAL        AMOUNT DATE     RES'.
           05  FILLER PIC X(40) VALUE 'ULT'.
       01  WS-RPT-TRAN-LINE.
           05  FILLER PIC X(5) VALUE 'TRAN '.
           05  RPT-TRN-TYPE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-AMOUNT PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-RESULT PIC X(30).
           05  FILLER PIC X(13) VALUE SPACES.
       01  WS-RPT-CASE-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'ACTION    ANIMAL     SHLT CUSTOMER DUE D'.
           05  FILLER PIC X(40)
               VALUE 'ATE LATE   OVERDUE NOTE'.
       01  WS-RPT-CASE-LINE.
           05  RPT-CAS-ACTION PIC X(10).
           05  RPT-CAS-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-DUE-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-DAYS-LATE PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-ARREARS PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-NOTE PIC X(21).
       01  WS-RPT-AGING-TITLE.
           05  FILLER PIC X(40)
               VALUE 'AGED BALANCES BY SHELTER - DAYS PAST DUE'.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-AGING-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHELT    NOT DUE       1-30      31-60  '.
           05  FILLER PIC X(40)
               VALUE '    61-90    OVER 90      BALANCE'.
       01  WS-RPT-AGING-LINE.
           05  RPT-AGE-SHELTER PIC X(5).
           05  RPT-AGE-BUCKET PIC ZZZZ,ZZ9.99 OCCURS 5 TIMES.
           05  RPT-AGE-BALANCE PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-RPT-YTD-TITLE.
           05  FILLER PIC X(40)
               VALUE 'FEE REVENUE BILLED VERSUS COLLECTED, YEA'.
           05  FILLER PIC X(12) VALUE 'R TO DATE - '.
           05  RPT-YTD-YEAR PIC X(4).
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-RPT-YTD-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHELT      BILLED   ON CREDIT OUTSTANDIN'.
           05  FILLER PIC X(40)
               VALUE 'G WRITTEN OFF    COLLECTED'.
       01  WS-RPT-YTD-LINE.
           05  RPT-YTD-SHELTER PIC X(5).
           05  RPT-YTD-BILLED PIC ZZZZZ,ZZ9.99.
           05  RPT-YTD-CREDIT PIC ZZZZZ,ZZ9.99.
           05  RPT-YTD-OPEN PIC ZZZZZ,ZZ9.99.
           05  RPT-YTD-WRITTEN-OFF PIC ZZZZZ,ZZ9.99.
           05  RPT-YTD-COLLECTED PIC ZZZZZZ,ZZ9.99-.
           05  FILLER PIC X(13) VALUE SPACES.
       01  WS-RPT-YTD-NOTE.
           05  FILLER PIC X(40)
               VALUE 'BILLED IS THE REVMAST NET FEE REVENUE; C'.
           05  FILLER PIC X(40)
               VALUE 'OLLECTED IS BILLED LESS CREDIT NOT PAID.'.
       01  WS-RPT-NO-REVMAST.
           05  FILLER PIC X(40)
               VALUE 'REVMAST NOT AVAILABLE - BILLED REVENUE N'.
           05  FILLER PIC X(40) VALUE 'OT SHOWN'.
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
              MOVE PARM-TEXT (1:3) TO WS-REMIND-DAYS
           END-IF
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (4:3) IS NUMERIC
              MOVE PARM-TEXT (4:3) TO WS-FINAL-DAYS
           END-IF
           IF WS-FINAL-DAYS <= WS-REMIND-DAYS
              DISPLAY 'ZTPRCVAG FINAL DEMAND DAYS NOT AFTER REMINDER '
                  'DAYS - DEFAULTS 015/060 USED'
              MOVE 15 TO WS-REMIND-DAYS
              MOVE 60 TO WS-FINAL-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           OPEN OUTPUT RCV-RPT-FILE
           IF RCV-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG RCVRPT OPEN FAILED, STATUS: '
                  RCV-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE RCV-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE RCV-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM OPEN-RECEIVABLE-MASTER
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RCV-MST-FILE
              CLOSE RCV-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM APPLY-RECEIVABLE-TRANSACTIONS
           CLOSE ADOPT-MST-FILE
           CLOSE RCV-MST-FILE
           PERFORM LOAD-BILLED-REVENUE
           PERFORM OPEN-RECEIVABLE-MASTER
           OPEN INPUT KSDS-FILE
           IF KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG TESTKSDS OPEN FAILED, STATUS: '
                  KSDS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RCV-MST-FILE
              CLOSE RCV-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT REMIND-EXT-FILE
           OPEN OUTPUT REMIND-AMT-FILE
           OPEN OUTPUT FINAL-EXT-FILE
           OPEN OUTPUT FINAL-AMT-FILE
           IF REMIND-EXT-STATUS NOT = '00'
              OR REMIND-AMT-STATUS NOT = '00'
              OR FINAL-EXT-STATUS NOT = '00'
              OR FINAL-AMT-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG LETTER FILE OPEN FAILED, RCREMEXT: '
                  REMIND-EXT-STATUS ' RCREMAMT: ' REMIND-AMT-STATUS
                  ' RCFINEXT: ' FINAL-EXT-STATUS
                  ' RCFINAMT: ' FINAL-AMT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RCV-MST-FILE
              CLOSE KSDS-FILE
              CLOSE RCV-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-REMIND-ENVELOPE-HEADER
           PERFORM WRITE-FINAL-ENVELOPE-HEADER
           MOVE SPACES TO RCV-RPT-RECORD
           WRITE RCV-RPT-RECORD
           WRITE RCV-RPT-RECORD FROM WS-RPT-CASE-COLUMNS
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ RCV-MST-FILE NEXT RECORD
               IF RCV-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM AGE-ONE-RECEIVABLE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           PERFORM WRITE-REMIND-ENVELOPE-TRAILER
           PERFORM WRITE-FINAL-ENVELOPE-TRAILER
           CLOSE RCV-MST-FILE
           CLOSE KSDS-FILE
           CLOSE REMIND-EXT-FILE
           CLOSE REMIND-AMT-FILE
           CLOSE FINAL-EXT-FILE
           CLOSE FINAL-AMT-FILE
           PERFORM WRITE-AGING-SUMMARY
           PERFORM WRITE-BILLED-COLLECTED
           PERFORM WRITE-RUN-COUNTS
           CLOSE RCV-RPT-FILE
           DISPLAY 'ZTPRCVAG RECEIVABLES READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPRCVAG TRANSACTIONS READ: ' WS-TRANS-READ
               ' POSTED: ' WS-TRANS-POSTED
               ' REJECTED: ' WS-TRANS-REJECTED
           DISPLAY 'ZTPRCVAG REMINDER LETTERS: ' WS-REMINDERS-SENT
           DISPLAY 'ZTPRCVAG FINAL DEMAND LETTERS: ' WS-FINALS-SENT
           DISPLAY 'ZTPRCVAG ADOPTERS NOT ON TESTKSDS: '
               WS-CUST-NOT-FOUND
           DISPLAY 'ZTPRCVAG RECEIVABLES WITH NO CUSTOMER: '
               WS-NO-CUSTOMER
           IF WS-TRANS-REJECTED > 0
              OR WS-CUST-NOT-FOUND > 0
              OR WS-NO-CUSTOMER > 0
              OR WS-REWRITE-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF RCV-TRAN-LOADED = 'Y'
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
              MOVE 'ZTPRCVAG' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPRCVAG' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRCVAG' TO VER-PROGRAM-ID
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

       OPEN-RECEIVABLE-MASTER.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT RCV-MST-FILE
           ELSE
              OPEN I-O RCV-MST-FILE
           END-IF
           IF RCV-MST-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG RCVMST OPEN FAILED, STATUS: '
                  RCV-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE RCV-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       APPLY-RECEIVABLE-TRANSACTIONS.
           OPEN INPUT RCV-TRAN-FILE
           IF RCV-TRAN-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG RCVTRN NOT AVAILABLE, STATUS: '
                  RCV-TRAN-STATUS
           ELSE
              MOVE 'Y' TO RCV-TRAN-LOADED
              MOVE SPACES TO RCV-RPT-RECORD
              WRITE RCV-RPT-RECORD
              WRITE RCV-RPT-RECORD FROM WS-RPT-TRAN-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ RCV-TRAN-FILE
                  IF RCV-TRAN-STATUS = '00'
                     ADD 1 TO WS-TRANS-READ
                     PERFORM APPLY-ONE-TRANSACTION
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE RCV-TRAN-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-REJECT-REASON
           MOVE SPACES TO WS-TRAN-RESULT
           EVALUATE TRUE
               WHEN RCT-TRAN-TYPE NOT = 'B'
                    AND RCT-TRAN-TYPE NOT = 'P'
                    AND RCT-TRAN-TYPE NOT = 'W'
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO
                       WS-TRAN-REJECT-REASON
               WHEN RCT-ANIMAL-ID = SPACES
                   MOVE 'ANIMAL ID MISSING' TO WS-TRAN-REJECT-REASON
               WHEN RCT-TRAN-TYPE NOT = 'W'
                    AND (RCT-AMOUNT IS NOT NUMERIC
                         OR RCT-AMOUNT = 0)
                   MOVE 'AMOUNT MISSING OR INVALID' TO
                       WS-TRAN-REJECT-REASON
               WHEN RCT-TRAN-TYPE = 'P'
                    AND RCT-DATE IS NOT NUMERIC
                   MOVE 'PAYMENT DATE INVALID' TO
                       WS-TRAN-REJECT-REASON
               WHEN RCT-TRAN-TYPE = 'P'
                    AND RCT-DATE > WS-RUN-DATE
                   MOVE 'PAYMENT DATE IN THE FUTURE' TO
                       WS-TRAN-REJECT-REASON
               WHEN RCT-TRAN-TYPE = 'B'
                    AND RCT-DATE NOT = SPACES
                    AND RCT-DATE IS NOT NUMERIC
                   MOVE 'FIRST DUE DATE INVALID' TO
                       WS-TRAN-REJECT-REASON
           END-EVALUATE
           IF WS-TRAN-REJECT-REASON = SPACES
              EVALUATE RCT-TRAN-TYPE
                  WHEN 'B'
                      PERFORM OPEN-ONE-RECEIVABLE
                  WHEN 'P'
                      PERFORM POST-ONE-PAYMENT
                  WHEN 'W'
                      PERFORM WRITE-OFF-ONE-RECEIVABLE
              END-EVALUATE
           END-IF
           MOVE RCT-TRAN-TYPE TO RPT-TRN-TYPE
           MOVE RCT-ANIMAL-ID TO RPT-TRN-ANIMAL
           IF RCT-AMOUNT IS NUMERIC
              MOVE RCT-AMOUNT TO RPT-TRN-AMOUNT
           ELSE
              MOVE 0 TO RPT-TRN-AMOUNT
           END-IF
           MOVE RCT-DATE TO RPT-TRN-DATE
           IF WS-TRAN-REJECT-REASON = SPACES
              ADD 1 TO WS-TRANS-POSTED
              MOVE WS-TRAN-RESULT TO RPT-TRN-RESULT
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE WS-TRAN-REJECT-REASON TO RPT-TRN-RESULT
           END-IF
           WRITE RCV-RPT-RECORD FROM WS-RPT-TRAN-LINE.

       OPEN-ONE-RECEIVABLE.
           MOVE RCT-ANIMAL-ID TO RCV-ANIMAL-ID
           READ RCV-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'RECEIVABLE ALREADY OPEN' TO
                       WS-TRAN-REJECT-REASON
           END-READ
           IF WS-TRAN-REJECT-REASON = SPACES
              MOVE RCT-ANIMAL-ID TO ADM-ANIMAL-ID
              READ ADOPT-MST-FILE
                  INVALID KEY
                      MOVE 'ANIMAL NOT ON ADOPTMST' TO
                          WS-TRAN-REJECT-REASON
              END-READ
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              COMPUTE WS-FEES-BILLED = ADM-FEE-ADOPT + ADM-FEE-CHIP
                  + ADM-FEE-DONATION
              MOVE 1 TO WS-INSTALMENTS
              MOVE 30 TO WS-INTERVAL-DAYS
              IF RCT-INSTALMENTS IS NUMERIC
                 MOVE RCT-INSTALMENTS TO WS-INSTALMENTS
              END-IF
              IF RCT-INTERVAL-DAYS IS NUMERIC
                 MOVE RCT-INTERVAL-DAYS TO WS-INTERVAL-DAYS
              END-IF
              EVALUATE TRUE
                  WHEN ADM-REFUND-DATE NOT = SPACES
                      MOVE 'ADOPTION REFUNDED' TO
                          WS-TRAN-REJECT-REASON
                  WHEN RCT-AMOUNT > WS-FEES-BILLED
                      MOVE 'AMOUNT EXCEEDS FEES BILLED' TO
                          WS-TRAN-REJECT-REASON
                  WHEN WS-INSTALMENTS = 0 OR WS-INSTALMENTS > 24
                      MOVE 'INSTALMENTS NOT 1-24' TO
                          WS-TRAN-REJECT-REASON
                  WHEN WS-INTERVAL-DAYS = 0
                      MOVE 'INSTALMENT INTERVAL ZERO' TO
                          WS-TRAN-REJECT-REASON
                  WHEN RCT-DATE NOT = SPACES
                       AND RCT-DATE < ADM-ADOPT-DATE
                      MOVE 'FIRST DUE BEFORE ADOPTION' TO
                          WS-TRAN-REJECT-REASON
              END-EVALUATE
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              MOVE SPACES TO RECEIVABLE-RECORD
              MOVE ADM-ANIMAL-ID TO RCV-ANIMAL-ID
              MOVE ADM-CUSTOMER-ID TO RCV-CUSTOMER-ID
              MOVE ADM-SHELTER TO RCV-SHELTER
              MOVE ADM-ADOPT-DATE TO RCV-ADOPT-DATE
              MOVE 'O' TO RCV-STATUS
              MOVE RCT-AMOUNT TO RCV-AMOUNT-DUE
              MOVE 0 TO RCV-AMOUNT-PAID
              MOVE 0 TO RCV-AMOUNT-WRITTEN-OFF
              MOVE WS-INSTALMENTS TO RCV-INSTALMENTS
              MOVE WS-INTERVAL-DAYS TO RCV-INTERVAL-DAYS
              IF RCT-DATE = SPACES
                 MOVE ADM-ADOPT-DATE TO WS-DATE-WORK-NUM
                 COMPUTE WS-DATE-WORK-NUM = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
                     + WS-INTERVAL-DAYS)
                 MOVE WS-DATE-WORK-NUM TO RCV-FIRST-DUE-DATE
              ELSE
                 MOVE RCT-DATE TO RCV-FIRST-DUE-DATE
              END-IF
              MOVE SPACE TO RCV-NOTICE
              MOVE RCT-ENTERED-BY TO RCV-OPENED-BY
              MOVE FUNCTION CURRENT-DATE TO RCV-UPDATED-TS
              IF WS-RUN-MODE NOT = 'TEST'
                 WRITE RECEIVABLE-RECORD
                 IF RCV-MST-STATUS NOT = '00'
                    MOVE 'RCVMST WRITE FAILED' TO
                        WS-TRAN-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              ADD 1 TO WS-RECEIVABLES-OPENED
              MOVE SPACES TO WS-TRAN-RESULT
              STRING 'OPENED, FIRST DUE ' RCV-FIRST-DUE-DATE
                  DELIMITED BY SIZE INTO WS-TRAN-RESULT
           END-IF.

       POST-ONE-PAYMENT.
           PERFORM READ-OPEN-RECEIVABLE
           IF WS-TRAN-REJECT-REASON = SPACES
              COMPUTE WS-BALANCE = RCV-AMOUNT-DUE - RCV-AMOUNT-PAID
                  - RCV-AMOUNT-WRITTEN-OFF
              IF RCT-AMOUNT > WS-BALANCE
                 MOVE 'PAYMENT EXCEEDS BALANCE' TO
                     WS-TRAN-REJECT-REASON
              END-IF
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              ADD RCT-AMOUNT TO RCV-AMOUNT-PAID
              IF RCV-LAST-PAY-DATE = SPACES
                 OR RCT-DATE > RCV-LAST-PAY-DATE
                 MOVE RCT-DATE TO RCV-LAST-PAY-DATE
              END-IF
              IF RCT-AMOUNT = WS-BALANCE
                 MOVE 'P' TO RCV-STATUS
                 MOVE 'POSTED - PAID IN FULL' TO WS-TRAN-RESULT
              ELSE
                 MOVE 'POSTED' TO WS-TRAN-RESULT
              END-IF
              PERFORM REWRITE-RECEIVABLE
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              ADD 1 TO WS-PAYMENTS-POSTED
           END-IF.

       WRITE-OFF-ONE-RECEIVABLE.
           PERFORM READ-OPEN-RECEIVABLE
           IF WS-TRAN-REJECT-REASON = SPACES
              COMPUTE RCV-AMOUNT-WRITTEN-OFF = RCV-AMOUNT-DUE
                  - RCV-AMOUNT-PAID
              MOVE 'W' TO RCV-STATUS
              MOVE 'BALANCE WRITTEN OFF' TO WS-TRAN-RESULT
              PERFORM REWRITE-RECEIVABLE
           END-IF
           IF WS-TRAN-REJECT-REASON = SPACES
              ADD 1 TO WS-WRITE-OFFS-POSTED
           END-IF.

       READ-OPEN-RECEIVABLE.
           MOVE RCT-ANIMAL-ID TO RCV-ANIMAL-ID
           READ RCV-MST-FILE
               INVALID KEY
                   MOVE 'NO RECEIVABLE FOR ANIMAL' TO
                       WS-TRAN-REJECT-REASON
           END-READ
           IF WS-TRAN-REJECT-REASON = SPACES
              AND NOT RCV-OPEN
              MOVE 'RECEIVABLE NOT OPEN' TO WS-TRAN-REJECT-REASON
           END-IF.

       REWRITE-RECEIVABLE.
           MOVE FUNCTION CURRENT-DATE TO RCV-UPDATED-TS
           IF WS-RUN-MODE NOT = 'TEST'
              REWRITE RECEIVABLE-RECORD
              IF RCV-MST-STATUS NOT = '00'
                 MOVE 'RCVMST REWRITE FAILED' TO
                     WS-TRAN-REJECT-REASON
              END-IF
           END-IF.

       LOAD-BILLED-REVENUE.
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPRCVAG REVMAST NOT AVAILABLE, STATUS: '
                  REV-MAST-STATUS
           ELSE
              MOVE 'Y' TO WS-REV-LOADED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ REV-MAST-FILE
                  IF REV-MAST-STATUS = '00'
                     IF RVM-BREED NOT = WS-REV-CONTROL-KEY
                        AND RVM-FEE-NET IS NUMERIC
                        MOVE RVM-SHELTER TO WS-SHELTER-CODE
                        PERFORM FIND-SHELTER-ENTRY
                        IF WS-SHL-MATCH > 0
                           ADD RVM-FEE-NET TO
                               SHL-BILLED-YTD (WS-SHL-MATCH)
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE REV-MAST-FILE
           END-IF.

       AGE-ONE-RECEIVABLE.
           MOVE RCV-SHELTER TO WS-SHELTER-CODE
           PERFORM FIND-SHELTER-ENTRY
           IF RCV-ADOPT-DATE (1:4) = WS-RUN-DATE (1:4)
              AND WS-SHL-MATCH > 0
              ADD RCV-AMOUNT-DUE TO SHL-CREDIT-YTD (WS-SHL-MATCH)
              ADD RCV-AMOUNT-WRITTEN-OFF TO
                  SHL-WRITTEN-OFF-YTD (WS-SHL-MATCH)
              IF RCV-OPEN
                 COMPUTE SHL-OPEN-YTD (WS-SHL-MATCH) =
                     SHL-OPEN-YTD (WS-SHL-MATCH) + RCV-AMOUNT-DUE
                     - RCV-AMOUNT-PAID - RCV-AMOUNT-WRITTEN-OFF
              END-IF
           END-IF
           IF RCV-OPEN
              PERFORM COMPUTE-ARREARS
              IF WS-SHL-MATCH > 0
                 ADD WS-BALANCE TO SHL-BALANCE (WS-SHL-MATCH)
                 ADD WS-NOT-YET-DUE TO SHL-BUCKET (WS-SHL-MATCH, 1)
                 IF WS-ARREARS > 0
                    ADD WS-ARREARS TO
                        SHL-BUCKET (WS-SHL-MATCH, WS-BUCKET-IDX)
                 END-IF
              END-IF
              IF WS-ARREARS > 0
                 PERFORM CHECK-DUNNING
              END-IF
           END-IF.

       COMPUTE-ARREARS.
           COMPUTE WS-BALANCE = RCV-AMOUNT-DUE - RCV-AMOUNT-PAID
               - RCV-AMOUNT-WRITTEN-OFF
           MOVE RCV-INSTALMENTS TO WS-INSTALMENTS
           IF WS-INSTALMENTS = 0
              MOVE 1 TO WS-INSTALMENTS
           END-IF
           MOVE RCV-INTERVAL-DAYS TO WS-INTERVAL-DAYS
           IF WS-INTERVAL-DAYS = 0
              MOVE 30 TO WS-INTERVAL-DAYS
           END-IF
           COMPUTE WS-INSTALMENT-AMOUNT ROUNDED =
               RCV-AMOUNT-DUE / WS-INSTALMENTS
           IF RCV-FIRST-DUE-DATE IS NUMERIC
              MOVE RCV-FIRST-DUE-DATE TO WS-DATE-WORK-NUM
           ELSE
              MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           END-IF
           COMPUTE WS-FIRST-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           IF WS-RUN-DATE-INT <= WS-FIRST-DUE-INT
              MOVE 0 TO WS-INSTALMENTS-DUE
           ELSE
              COMPUTE WS-INSTALMENTS-DUE =
                  (WS-RUN-DATE-INT - WS-FIRST-DUE-INT - 1)
                  / WS-INTERVAL-DAYS + 1
           END-IF
           IF WS-INSTALMENTS-DUE >= WS-INSTALMENTS
              MOVE RCV-AMOUNT-DUE TO WS-EXPECTED-PAID
           ELSE
              COMPUTE WS-EXPECTED-PAID =
                  WS-INSTALMENTS-DUE * WS-INSTALMENT-AMOUNT
           END-IF
           IF WS-EXPECTED-PAID >
                  RCV-AMOUNT-PAID + RCV-AMOUNT-WRITTEN-OFF
              COMPUTE WS-ARREARS = WS-EXPECTED-PAID
                  - RCV-AMOUNT-PAID - RCV-AMOUNT-WRITTEN-OFF
           ELSE
              MOVE 0 TO WS-ARREARS
           END-IF
           COMPUTE WS-NOT-YET-DUE = WS-BALANCE - WS-ARREARS
           MOVE SPACES TO WS-OLDEST-DUE-DATE
           MOVE 0 TO WS-DAYS-PAST-DUE
           MOVE 1 TO WS-BUCKET-IDX
           IF WS-ARREARS > 0
              COMPUTE WS-INSTALMENTS-PAID =
                  RCV-AMOUNT-PAID / WS-INSTALMENT-AMOUNT
              IF WS-INSTALMENTS-PAID >= WS-INSTALMENTS
                 COMPUTE WS-INSTALMENTS-PAID = WS-INSTALMENTS - 1
              END-IF
              COMPUTE WS-DUE-DATE-INT = WS-FIRST-DUE-INT
                  + WS-INSTALMENTS-PAID * WS-INTERVAL-DAYS
              COMPUTE WS-DATE-WORK-NUM =
                  FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
              MOVE WS-DATE-WORK-NUM TO WS-OLDEST-DUE-DATE
              COMPUTE WS-DAYS-PAST-DUE =
                  WS-RUN-DATE-INT - WS-DUE-DATE-INT
              EVALUATE TRUE
                  WHEN WS-DAYS-PAST-DUE <= 30
                      MOVE 2 TO WS-BUCKET-IDX
                  WHEN WS-DAYS-PAST-DUE <= 60
                      MOVE 3 TO WS-BUCKET-IDX
                  WHEN WS-DAYS-PAST-DUE <= 90
                      MOVE 4 TO WS-BUCKET-IDX
                  WHEN OTHER
                      MOVE 5 TO WS-BUCKET-IDX
              END-EVALUATE
           END-IF
           IF WS-DAYS-PAST-DUE > 9999
              MOVE 9999 TO WS-DAYS-LATE
           ELSE
              MOVE WS-DAYS-PAST-DUE TO WS-DAYS-LATE
           END-IF.

       CHECK-DUNNING.
           IF RCV-NOTICE-DUE-DATE = WS-OLDEST-DUE-DATE
              MOVE RCV-NOTICE TO WS-EFFECTIVE-NOTICE
           ELSE
              MOVE SPACE TO WS-EFFECTIVE-NOTICE
           END-IF
           EVALUATE TRUE
               WHEN WS-EFFECTIVE-NOTICE = 'F'
                   MOVE 'IN DEMAND' TO WS-DETAIL-ACTION
                   MOVE 'FINAL ALREADY SENT' TO WS-DETAIL-NOTE
                   PERFORM WRITE-CASE-LINE
               WHEN WS-DAYS-PAST-DUE >= WS-FINAL-DAYS
                   MOVE 'F' TO WS-LETTER-TYPE
                   MOVE 'FINAL' TO WS-DETAIL-ACTION
                   PERFORM ISSUE-NOTICE
               WHEN WS-DAYS-PAST-DUE >= WS-REMIND-DAYS
                    AND WS-EFFECTIVE-NOTICE = SPACE
                   MOVE 'R' TO WS-LETTER-TYPE
                   MOVE 'REMINDER' TO WS-DETAIL-ACTION
                   PERFORM ISSUE-NOTICE
               WHEN OTHER
                   MOVE 'OVERDUE' TO WS-DETAIL-ACTION
                   IF WS-EFFECTIVE-NOTICE = 'R'
                      MOVE 'REMINDER ALREADY SENT' TO WS-DETAIL-NOTE
                   ELSE
                      MOVE 'WITHIN GRACE PERIOD' TO WS-DETAIL-NOTE
                   END-IF
                   PERFORM WRITE-CASE-LINE
           END-EVALUATE.

       ISSUE-NOTICE.
           IF RCV-CUSTOMER-ID = SPACES
              ADD 1 TO WS-NO-CUSTOMER
              MOVE 'NO CUSTOMER-NOT SENT' TO WS-DETAIL-NOTE
           ELSE
              PERFORM LOOKUP-ADOPTER
              IF WS-CUST-FOUND = 'N'
                 MOVE 'NOT ON KSDS-NOT SENT' TO WS-DETAIL-NOTE
              ELSE
                 IF WS-LETTER-TYPE = 'R'
                    PERFORM WRITE-REMINDER-LETTER
                    MOVE 'REMINDER LETTER SENT' TO WS-DETAIL-NOTE
                 ELSE
                    PERFORM WRITE-FINAL-LETTER
                    MOVE 'FINAL DEMAND SENT' TO WS-DETAIL-NOTE
                 END-IF
                 MOVE WS-LETTER-TYPE TO RCV-NOTICE
                 MOVE WS-OLDEST-DUE-DATE TO RCV-NOTICE-DUE-DATE
                 MOVE FUNCTION CURRENT-DATE TO RCV-UPDATED-TS
                 IF WS-RUN-MODE NOT = 'TEST'
                    REWRITE RECEIVABLE-RECORD
                    IF RCV-MST-STATUS NOT = '00'
                       ADD 1 TO WS-REWRITE-FAILED
                       DISPLAY 'ZTPRCVAG REWRITE FAILED, ANIMAL: '
                           RCV-ANIMAL-ID ' STATUS: '
                           RCV-MST-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-CASE-LINE.

       WRITE-CASE-LINE.
           MOVE WS-DETAIL-ACTION TO RPT-CAS-ACTION
           MOVE RCV-ANIMAL-ID TO RPT-CAS-ANIMAL
           MOVE RCV-SHELTER TO RPT-CAS-SHELTER
           MOVE RCV-CUSTOMER-ID TO RPT-CAS-CUSTOMER
           MOVE WS-OLDEST-DUE-DATE TO RPT-CAS-DUE-DATE
           MOVE WS-DAYS-LATE TO RPT-CAS-DAYS-LATE
           MOVE WS-ARREARS TO RPT-CAS-ARREARS
           MOVE WS-DETAIL-NOTE TO RPT-CAS-NOTE
           WRITE RCV-RPT-RECORD FROM WS-RPT-CASE-LINE.

       WRITE-REMINDER-LETTER.
           MOVE RCV-CUSTOMER-ID TO REM-CUST-NUMBER
           MOVE WS-CUST-NAME TO REM-CUST-NAME
           MOVE WS-CUST-STREET TO REM-CUST-STREET
           MOVE WS-CUST-CITY TO REM-CUST-CITY
           MOVE WS-CUST-STATE TO REM-CUST-STATE
           MOVE WS-CUST-POSTAL TO REM-CUST-POSTAL
           WRITE REMIND-EXT-RECORD
           MOVE SPACES TO REMIND-AMT-RECORD
           MOVE RCV-CUSTOMER-ID TO REM-AMT-CUST-NUMBER
           MOVE RCV-ADOPT-DATE (1:4) TO REM-AMT-YEAR
           MOVE WS-ARREARS TO REM-AMT-AMOUNT
           MOVE RCV-ANIMAL-ID TO REM-AMT-ANIMAL-ID
           MOVE WS-OLDEST-DUE-DATE TO REM-AMT-DUE-DATE
           WRITE REMIND-AMT-RECORD
           ADD 1 TO WS-REMINDERS-SENT
           MOVE WS-CUST-NAME TO WS-HASH-NAME
           MOVE WS-REM-HASH-TOTAL TO WS-HASH-WORK
           PERFORM ADD-NAME-TO-HASH
           MOVE WS-HASH-WORK TO WS-REM-HASH-TOTAL.

       WRITE-FINAL-LETTER.
           MOVE RCV-CUSTOMER-ID TO FIN-CUST-NUMBER
           MOVE WS-CUST-NAME TO FIN-CUST-NAME
           MOVE WS-CUST-STREET TO FIN-CUST-STREET
           MOVE WS-CUST-CITY TO FIN-CUST-CITY
           MOVE WS-CUST-STATE TO FIN-CUST-STATE
           MOVE WS-CUST-POSTAL TO FIN-CUST-POSTAL
           WRITE FINAL-EXT-RECORD
           MOVE SPACES TO FINAL-AMT-RECORD
           MOVE RCV-CUSTOMER-ID TO FIN-AMT-CUST-NUMBER
           MOVE RCV-ADOPT-DATE (1:4) TO FIN-AMT-YEAR
           MOVE WS-BALANCE TO FIN-AMT-AMOUNT
           MOVE RCV-ANIMAL-ID TO FIN-AMT-ANIMAL-ID
           MOVE WS-OLDEST-DUE-DATE TO FIN-AMT-DUE-DATE
           WRITE FINAL-AMT-RECORD
           ADD 1 TO WS-FINALS-SENT
           MOVE WS-CUST-NAME TO WS-HASH-NAME
           MOVE WS-FIN-HASH-TOTAL TO WS-HASH-WORK
           PERFORM ADD-NAME-TO-HASH
           MOVE WS-HASH-WORK TO WS-FIN-HASH-TOTAL.

       LOOKUP-ADOPTER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-STREET
           MOVE SPACES TO WS-CUST-CITY
           MOVE SPACES TO WS-CUST-STATE
           MOVE SPACES TO WS-CUST-POSTAL
           MOVE RCV-CUSTOMER-ID TO KSDS-KEY
           READ KSDS-FILE
               INVALID KEY
                   ADD 1 TO WS-CUST-NOT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   MOVE KSDS-TEXT (1:20) TO WS-CUST-NAME
                   MOVE KSDS-TEXT (21:20) TO WS-CUST-STREET
                   MOVE KSDS-TEXT (41:15) TO WS-CUST-CITY
                   MOVE KSDS-TEXT (56:2) TO WS-CUST-STATE
                   MOVE KSDS-TEXT (58:10) TO WS-CUST-POSTAL
           END-READ.

       FIND-SHELTER-ENTRY.
           MOVE 0 TO WS-SHL-MATCH
           PERFORM VARYING WS-SHL-IDX FROM 1 BY 1
                   UNTIL WS-SHL-IDX > WS-SHL-COUNT
               IF SHL-TBL-CODE (WS-SHL-IDX) = WS-SHELTER-CODE
                  MOVE WS-SHL-IDX TO WS-SHL-MATCH
                  MOVE WS-SHL-COUNT TO WS-SHL-IDX
               END-IF
           END-PERFORM
           IF WS-SHL-MATCH = 0
              IF WS-SHL-COUNT < 100
                 ADD 1 TO WS-SHL-COUNT
                 MOVE WS-SHL-COUNT TO WS-SHL-MATCH
                 INITIALIZE SHL-ENTRY (WS-SHL-MATCH)
                 MOVE WS-SHELTER-CODE TO SHL-TBL-CODE (WS-SHL-MATCH)
              ELSE
                 DISPLAY 'ZTPRCVAG SHELTER TABLE FULL, DISCARDED: '
                     WS-SHELTER-CODE
              END-IF
           END-IF.

       ADD-NAME-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK +
                   FUNCTION ORD(WS-HASH-NAME (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-REMIND-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPRCVAG' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE ENVELOPE-HEADER-RECORD TO REMIND-EXT-RECORD
           WRITE REMIND-EXT-RECORD.

       WRITE-FINAL-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPRCVAG' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE ENVELOPE-HEADER-RECORD TO FINAL-EXT-RECORD
           WRITE FINAL-EXT-RECORD.

       WRITE-REMIND-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-REMINDERS-SENT TO ENV-TRL-RECORD-COUNT
           MOVE WS-REM-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE ENVELOPE-TRAILER-RECORD TO REMIND-EXT-RECORD
           WRITE REMIND-EXT-RECORD.

       WRITE-FINAL-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-FINALS-SENT TO ENV-TRL-RECORD-COUNT
           MOVE WS-FIN-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE ENVELOPE-TRAILER-RECORD TO FINAL-EXT-RECORD
           WRITE FINAL-EXT-RECORD.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO RCV-RPT-RECORD
           WRITE RCV-RPT-RECORD
           WRITE RCV-RPT-RECORD FROM WS-RPT-AGING-TITLE
           WRITE RCV-RPT-RECORD FROM WS-RPT-AGING-COLUMNS
           PERFORM VARYING WS-SHL-IDX FROM 1 BY 1
                   UNTIL WS-SHL-IDX > WS-SHL-COUNT
               IF SHL-BALANCE (WS-SHL-IDX) > 0
                  MOVE SHL-TBL-CODE (WS-SHL-IDX) TO RPT-AGE-SHELTER
                  PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                          UNTIL WS-BUCKET-IDX > 5
                      MOVE SHL-BUCKET (WS-SHL-IDX, WS-BUCKET-IDX) TO
                          RPT-AGE-BUCKET (WS-BUCKET-IDX)
                      ADD SHL-BUCKET (WS-SHL-IDX, WS-BUCKET-IDX) TO
                          TOT-BUCKET (WS-BUCKET-IDX)
                  END-PERFORM
                  MOVE SHL-BALANCE (WS-SHL-IDX) TO RPT-AGE-BALANCE
                  ADD SHL-BALANCE (WS-SHL-IDX) TO TOT-BALANCE
                  WRITE RCV-RPT-RECORD FROM WS-RPT-AGING-LINE
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO RPT-AGE-SHELTER
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE TOT-BUCKET (WS-BUCKET-IDX) TO
                   RPT-AGE-BUCKET (WS-BUCKET-IDX)
           END-PERFORM
           MOVE TOT-BALANCE TO RPT-AGE-BALANCE
           WRITE RCV-RPT-RECORD FROM WS-RPT-AGING-LINE.

       WRITE-BILLED-COLLECTED.
           MOVE SPACES TO RCV-RPT-RECORD
           WRITE RCV-RPT-RECORD
           MOVE WS-RUN-DATE (1:4) TO RPT-YTD-YEAR
           WRITE RCV-RPT-RECORD FROM WS-RPT-YTD-TITLE
           IF WS-REV-LOADED = 'N'
              WRITE RCV-RPT-RECORD FROM WS-RPT-NO-REVMAST
           END-IF
           WRITE RCV-RPT-RECORD FROM WS-RPT-YTD-COLUMNS
           PERFORM VARYING WS-SHL-IDX FROM 1 BY 1
                   UNTIL WS-SHL-IDX > WS-SHL-COUNT
               IF SHL-BILLED-YTD (WS-SHL-IDX) > 0
                  OR SHL-CREDIT-YTD (WS-SHL-IDX) > 0
                  MOVE SHL-TBL-CODE (WS-SHL-IDX) TO RPT-YTD-SHELTER
                  MOVE SHL-BILLED-YTD (WS-SHL-IDX) TO RPT-YTD-BILLED
                  MOVE SHL-CREDIT-YTD (WS-SHL-IDX) TO RPT-YTD-CREDIT
                  MOVE SHL-OPEN-YTD (WS-SHL-IDX) TO RPT-YTD-OPEN
                  MOVE SHL-WRITTEN-OFF-YTD (WS-SHL-IDX) TO
                      RPT-YTD-WRITTEN-OFF
                  COMPUTE WS-COLLECTED = SHL-BILLED-YTD (WS-SHL-IDX)
                      - SHL-OPEN-YTD (WS-SHL-IDX)
                      - SHL-WRITTEN-OFF-YTD (WS-SHL-IDX)
                  MOVE WS-COLLECTED TO RPT-YTD-COLLECTED
                  WRITE RCV-RPT-RECORD FROM WS-RPT-YTD-LINE
                  ADD SHL-BILLED-YTD (WS-SHL-IDX) TO TOT-BILLED-YTD
                  ADD SHL-CREDIT-YTD (WS-SHL-IDX) TO TOT-CREDIT-YTD
                  ADD SHL-OPEN-YTD (WS-SHL-IDX) TO TOT-OPEN-YTD
                  ADD SHL-WRITTEN-OFF-YTD (WS-SHL-IDX) TO
                      TOT-WRITTEN-OFF-YTD
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO RPT-YTD-SHELTER
           MOVE TOT-BILLED-YTD TO RPT-YTD-BILLED
           MOVE TOT-CREDIT-YTD TO RPT-YTD-CREDIT
           MOVE TOT-OPEN-YTD TO RPT-YTD-OPEN
           MOVE TOT-WRITTEN-OFF-YTD TO RPT-YTD-WRITTEN-OFF
           COMPUTE WS-COLLECTED = TOT-BILLED-YTD - TOT-OPEN-YTD
               - TOT-WRITTEN-OFF-YTD
           MOVE WS-COLLECTED TO RPT-YTD-COLLECTED
           WRITE RCV-RPT-RECORD FROM WS-RPT-YTD-LINE
           WRITE RCV-RPT-RECORD FROM WS-RPT-YTD-NOTE.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO RCV-RPT-RECORD
           WRITE RCV-RPT-RECORD
           MOVE 'RECEIVABLES OPENED                ' TO RPT-CNT-LABEL
           MOVE WS-RECEIVABLES-OPENED TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'PAYMENTS POSTED                   ' TO RPT-CNT-LABEL
           MOVE WS-PAYMENTS-POSTED TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BALANCES WRITTEN OFF              ' TO RPT-CNT-LABEL
           MOVE WS-WRITE-OFFS-POSTED TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'TRANSACTIONS REJECTED             ' TO RPT-CNT-LABEL
           MOVE WS-TRANS-REJECTED TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'REMINDER LETTERS                  ' TO RPT-CNT-LABEL
           MOVE WS-REMINDERS-SENT TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FINAL DEMAND LETTERS              ' TO RPT-CNT-LABEL
           MOVE WS-FINALS-SENT TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTERS NOT ON CUSTOMER KSDS     ' TO RPT-CNT-LABEL
           MOVE WS-CUST-NOT-FOUND TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RECEIVABLES WITH NO CUSTOMER      ' TO RPT-CNT-LABEL
           MOVE WS-NO-CUSTOMER TO RPT-CNT-VALUE
           WRITE RCV-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-TRANSACTION-FILE.
           OPEN OUTPUT RCV-TRAN-FILE
           IF RCV-TRAN-STATUS = '00'
              CLOSE RCV-TRAN-FILE
           ELSE
              DISPLAY 'ZTPRCVAG RCVTRN CLEAR FAILED, STATUS: '
                  RCV-TRAN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPRCVAG.
