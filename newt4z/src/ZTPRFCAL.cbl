       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRFCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN ADOPTINT
           FILE STATUS IS INTAKE-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT REFUND-CTL-FILE ASSIGN RFNDCTL
           FILE STATUS IS REFUND-CTL-STATUS.
           SELECT REFUND-REG-FILE ASSIGN RFNDREG
           FILE STATUS IS REFUND-REG-STATUS.
           SELECT REFUND-PAY-FILE ASSIGN RFNDPAY
           FILE STATUS IS REFUND-PAY-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-RECORD.
           05  INT-ANIMAL-ID PIC X(10).
           05  INT-BREED PIC X(30).
           05  INT-SHELTER PIC X(4).
           05  INT-INTAKE-DATE PIC X(8).
           05  FILLER PIC X(8).
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
           05  FILLER PIC X(25).
       FD  REFUND-CTL-FILE RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE IS F.
       01  REFUND-CTL-RECORD.
           05  CTL-RFD-MAX-DAYS PIC 9(4).
           05  CTL-RFD-ADOPT-PCT PIC 9(3).
           05  CTL-RFD-DONATION-PCT PIC 9(3).
           05  FILLER PIC X(2).
       FD  REFUND-REG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REFUND-REG-RECORD PIC X(80).
       FD  REFUND-PAY-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REFUND-PAY-RECORD.
           05  PAY-CUSTOMER-ID PIC X(8).
           05  PAY-ANIMAL-ID PIC X(10).
           05  PAY-SHELTER PIC X(4).
           05  PAY-BREED PIC X(30).
           05  PAY-ADOPT-DATE PIC X(8).
           05  PAY-RETURN-DATE PIC X(8).
           05  PAY-DAYS-KEPT PIC 9(4).
           05  PAY-REFUND-ADOPT PIC 9(5)V99.
           05  PAY-REFUND-DONATION PIC 9(5)V99.
           05  PAY-REFUND-TOTAL PIC 9(5)V99.
           05  PAY-RUN-DATE PIC X(8).
           05  FILLER PIC X(19).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  INTAKE-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  REFUND-CTL-STATUS PIC X(2).
       01  REFUND-REG-STATUS PIC X(2).
       01  REFUND-PAY-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RETURNS-FOUND PIC 9(6) VALUE 0.
       01  WS-RETURNS-PRICED PIC 9(6) VALUE 0.
       01  WS-RETURNS-ALREADY PIC 9(6) VALUE 0.
       01  WS-RETURNS-UNPRICED PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-WRITTEN PIC 9(6) VALUE 0.
       01  WS-TOTAL-REFUND PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CHIP-KEPT PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FEES-KEPT PIC 9(9)V99 VALUE 0.
       01  REFUND-POLICY-TABLE.
           05  RFT-ENTRY OCCURS 10 TIMES.
               10  RFT-MAX-DAYS PIC 9(4).
               10  RFT-ADOPT-PCT PIC 9(3).
               10  RFT-DONATION-PCT PIC 9(3).
       01  WS-RFT-COUNT PIC 9(2) VALUE 0.
       01  WS-RFT-IDX PIC 9(2).
       01  WS-RFT-MATCH PIC 9(2).
       01  WS-ADOPT-DATE-NUM PIC 9(8).
       01  WS-RETURN-DATE-NUM PIC 9(8).
       01  WS-DAYS-KEPT PIC S9(6).
       01  WS-ADOPT-PCT PIC 9(3).
       01  WS-DONATION-PCT PIC 9(3).
       01  WS-REFUND-ADOPT PIC 9(5)V99.
       01  WS-REFUND-DONATION PIC 9(5)V99.
       01  WS-REFUND-TOTAL PIC 9(5)V99.
       01  WS-UNPRICED-NOTE PIC X(40).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'RETURNED ADOPTION REFUND REGISTER   '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(27) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CUSTOMER ANIMAL     SHLT DAYS PCT  ADOPT'.
           05  FILLER PIC X(40)
               VALUE 'REF DONAT REF CHIP KEPT TOTAL REF       '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-CUSTOMER-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DAYS PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-PCT PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ADOPT-REF PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DONATION-REF PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CHIP-KEPT PIC ZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-TOTAL-REF PIC ZZ,ZZ9.99.
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-RPT-EXCEPTION.
           05  RPT-EXC-CUSTOMER-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-EXC-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-EXC-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-EXC-NOTE PIC X(40).
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(15) VALUE 'RETURNS PRICED '.
           05  RPT-TRL-PRICED PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE ' REFUNDS DUE '.
           05  RPT-TRL-REFUND PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(11) VALUE ' CHIP KEPT '.
           05  RPT-TRL-CHIP-KEPT PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(10) VALUE SPACES.
       01  WS-RPT-TRAILER-2.
           05  FILLER PIC X(15) VALUE 'NOT PRICED     '.
           05  RPT-TRL-UNPRICED PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE ' ALREADY PAID'.
           05  RPT-TRL-ALREADY PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE ' FEES KEPT '.
           05  RPT-TRL-FEES-KEPT PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(18) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-REFUND-POLICY-TABLE
           OPEN OUTPUT REFUND-REG-FILE
           IF REFUND-REG-STATUS NOT = '00'
              DISPLAY 'ZTPRFCAL RFNDREG OPEN FAILED, STATUS: '
                  REFUND-REG-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT REFUND-PAY-FILE
           IF REFUND-PAY-STATUS NOT = '00'
              DISPLAY 'ZTPRFCAL RFNDPAY OPEN FAILED, STATUS: '
                  REFUND-PAY-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE REFUND-REG-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE REFUND-REG-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE REFUND-REG-RECORD FROM WS-TEST-BANNER
              DISPLAY 'ZTPRFCAL TEST MODE - ADOPTMST NOT STAMPED, '
                  'RFNDPAY NOT WRITTEN'
           END-IF
           WRITE REFUND-REG-RECORD FROM WS-RPT-COLUMNS
           PERFORM PRICE-ANIMAL-RETURNS
           MOVE WS-RETURNS-PRICED TO RPT-TRL-PRICED
           MOVE WS-TOTAL-REFUND TO RPT-TRL-REFUND
           MOVE WS-TOTAL-CHIP-KEPT TO RPT-TRL-CHIP-KEPT
           WRITE REFUND-REG-RECORD FROM WS-RPT-TRAILER
           MOVE WS-RETURNS-UNPRICED TO RPT-TRL-UNPRICED
           MOVE WS-RETURNS-ALREADY TO RPT-TRL-ALREADY
           MOVE WS-TOTAL-FEES-KEPT TO RPT-TRL-FEES-KEPT
           WRITE REFUND-REG-RECORD FROM WS-RPT-TRAILER-2
           CLOSE REFUND-PAY-FILE
           CLOSE REFUND-REG-FILE
           DISPLAY 'ZTPRFCAL INTAKE RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPRFCAL RETURNS FOUND: ' WS-RETURNS-FOUND
           DISPLAY 'ZTPRFCAL RETURNS PRICED: ' WS-RETURNS-PRICED
           DISPLAY 'ZTPRFCAL RETURNS ALREADY REFUNDED: '
               WS-RETURNS-ALREADY
           DISPLAY 'ZTPRFCAL RETURNS NOT PRICED: '
               WS-RETURNS-UNPRICED
           DISPLAY 'ZTPRFCAL PAYMENTS WRITTEN: ' WS-PAYMENTS-WRITTEN
           DISPLAY 'ZTPRFCAL TOTAL REFUNDS DUE: ' WS-TOTAL-REFUND
           IF WS-RETURNS-UNPRICED > 0
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
              MOVE 'ZTPRFCAL' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPRFCAL' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RETURNS-PRICED TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRFCAL' TO VER-PROGRAM-ID
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

       LOAD-REFUND-POLICY-TABLE.
           OPEN INPUT REFUND-CTL-FILE
           IF REFUND-CTL-STATUS = '00'
              PERFORM UNTIL REFUND-CTL-STATUS NOT = '00'
                      OR WS-RFT-COUNT = 10
                  READ REFUND-CTL-FILE
                  IF REFUND-CTL-STATUS = '00'
                     IF CTL-RFD-MAX-DAYS IS NUMERIC
                        AND CTL-RFD-ADOPT-PCT IS NUMERIC
                        AND CTL-RFD-DONATION-PCT IS NUMERIC
                        AND CTL-RFD-ADOPT-PCT NOT > 100
                        AND CTL-RFD-DONATION-PCT NOT > 100
                        ADD 1 TO WS-RFT-COUNT
                        MOVE CTL-RFD-MAX-DAYS TO
                            RFT-MAX-DAYS (WS-RFT-COUNT)
                        MOVE CTL-RFD-ADOPT-PCT TO
                            RFT-ADOPT-PCT (WS-RFT-COUNT)
                        MOVE CTL-RFD-DONATION-PCT TO
                            RFT-DONATION-PCT (WS-RFT-COUNT)
                     ELSE
                        DISPLAY 'ZTPRFCAL INVALID RFNDCTL RECORD '
                            'IGNORED: ' REFUND-CTL-RECORD
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE REFUND-CTL-FILE
           END-IF
           IF WS-RFT-COUNT = 0
              DISPLAY 'ZTPRFCAL RFNDCTL NOT AVAILABLE, USING DEFAULT '
                  'POLICY (14 DAYS 100%, 30 DAYS 50%)'
              MOVE 2 TO WS-RFT-COUNT
              MOVE 14 TO RFT-MAX-DAYS (1)
              MOVE 100 TO RFT-ADOPT-PCT (1)
              MOVE 100 TO RFT-DONATION-PCT (1)
              MOVE 30 TO RFT-MAX-DAYS (2)
              MOVE 50 TO RFT-ADOPT-PCT (2)
              MOVE 50 TO RFT-DONATION-PCT (2)
           END-IF.

       PRICE-ANIMAL-RETURNS.
           OPEN INPUT INTAKE-FILE
           IF INTAKE-STATUS NOT = '00'
              DISPLAY 'ZTPRFCAL ADOPTINT NOT AVAILABLE, STATUS: '
                  INTAKE-STATUS ' - NO RETURNS PRICED'
           ELSE
              OPEN INPUT INTAKE-MST-FILE
              IF INTAKE-MST-STATUS NOT = '00'
                 DISPLAY 'ZTPRFCAL INTKMST NOT AVAILABLE, STATUS: '
                     INTAKE-MST-STATUS ' - NO RETURNS PRICED'
                 CLOSE INTAKE-FILE
              ELSE
                 OPEN I-O ADOPT-MST-FILE
                 IF ADOPT-MST-STATUS NOT = '00'
                    DISPLAY 'ZTPRFCAL ADOPTMST OPEN FAILED, STATUS: '
                        ADOPT-MST-STATUS
                    MOVE 16 TO RETURN-CODE
                    CLOSE INTAKE-FILE
                    CLOSE INTAKE-MST-FILE
                    CLOSE REFUND-PAY-FILE
                    CLOSE REFUND-REG-FILE
                    PERFORM WRITE-AUDIT-RECORD
                    STOP RUN
                 END-IF
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ INTAKE-FILE
                     IF INTAKE-STATUS = '00'
                        ADD 1 TO WS-RECORDS-READ
                        PERFORM CHECK-ONE-INTAKE-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE ADOPT-MST-FILE
                 CLOSE INTAKE-MST-FILE
                 CLOSE INTAKE-FILE
              END-IF
           END-IF.

       CHECK-ONE-INTAKE-RECORD.
           IF INT-ANIMAL-ID NOT = SPACES
              AND INT-INTAKE-DATE IS NUMERIC
              MOVE INT-ANIMAL-ID TO INK-ANIMAL-ID
              READ INTAKE-MST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF INK-STATUS = 'A'
                         AND INT-INTAKE-DATE > INK-ADOPT-DATE
                         ADD 1 TO WS-RETURNS-FOUND
                         PERFORM PRICE-ONE-RETURN
                      END-IF
              END-READ
           END-IF.

       PRICE-ONE-RETURN.
           MOVE SPACES TO WS-UNPRICED-NOTE
           MOVE INT-ANIMAL-ID TO ADM-ANIMAL-ID
           READ ADOPT-MST-FILE
               INVALID KEY
                   MOVE 'NO ADOPTION ON ADOPTMST' TO WS-UNPRICED-NOTE
           END-READ
           IF WS-UNPRICED-NOTE = SPACES
              EVALUATE TRUE
                  WHEN ADM-REFUND-DATE = INT-INTAKE-DATE
                      MOVE 'ALREADY REFUNDED' TO WS-UNPRICED-NOTE
                  WHEN ADM-CUSTOMER-ID = SPACES
                      MOVE 'NO ADOPTER ON ADOPTMST' TO
                          WS-UNPRICED-NOTE
                  WHEN ADM-ADOPT-DATE IS NOT NUMERIC
                      MOVE 'ADOPT DATE NOT VALID' TO WS-UNPRICED-NOTE
                  WHEN ADM-FEE-ADOPT IS NOT NUMERIC
                       OR ADM-FEE-CHIP IS NOT NUMERIC
                       OR ADM-FEE-DONATION IS NOT NUMERIC
                      MOVE 'FEES NOT ON ADOPTMST' TO WS-UNPRICED-NOTE
              END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-UNPRICED-NOTE = SPACES
                   PERFORM CALCULATE-REFUND
                   PERFORM STAMP-ADOPTION-REFUND
                   IF WS-UNPRICED-NOTE = SPACES
                      PERFORM WRITE-REFUND-DETAIL
                   ELSE
                      PERFORM WRITE-REFUND-EXCEPTION
                   END-IF
               WHEN WS-UNPRICED-NOTE = 'ALREADY REFUNDED'
                   ADD 1 TO WS-RETURNS-ALREADY
               WHEN OTHER
                   PERFORM WRITE-REFUND-EXCEPTION
           END-EVALUATE.

       WRITE-REFUND-EXCEPTION.
           ADD 1 TO WS-RETURNS-UNPRICED
           MOVE SPACES TO WS-RPT-EXCEPTION
           MOVE ADM-CUSTOMER-ID TO RPT-EXC-CUSTOMER-ID
           MOVE INT-ANIMAL-ID TO RPT-EXC-ANIMAL-ID
           MOVE INT-SHELTER TO RPT-EXC-SHELTER
           MOVE WS-UNPRICED-NOTE TO RPT-EXC-NOTE
           WRITE REFUND-REG-RECORD FROM WS-RPT-EXCEPTION.

       CALCULATE-REFUND.
           MOVE ADM-ADOPT-DATE TO WS-ADOPT-DATE-NUM
           MOVE INT-INTAKE-DATE TO WS-RETURN-DATE-NUM
           COMPUTE WS-DAYS-KEPT =
               FUNCTION INTEGER-OF-DATE (WS-RETURN-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE (WS-ADOPT-DATE-NUM)
           MOVE 0 TO WS-RFT-MATCH
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
                   UNTIL WS-RFT-IDX > WS-RFT-COUNT
               IF WS-DAYS-KEPT <= RFT-MAX-DAYS (WS-RFT-IDX)
                  IF WS-RFT-MATCH = 0
                     MOVE WS-RFT-IDX TO WS-RFT-MATCH
                  ELSE
                     IF RFT-MAX-DAYS (WS-RFT-IDX) <
                            RFT-MAX-DAYS (WS-RFT-MATCH)
                        MOVE WS-RFT-IDX TO WS-RFT-MATCH
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-RFT-MATCH = 0
              MOVE 0 TO WS-ADOPT-PCT
              MOVE 0 TO WS-DONATION-PCT
           ELSE
              MOVE RFT-ADOPT-PCT (WS-RFT-MATCH) TO WS-ADOPT-PCT
              MOVE RFT-DONATION-PCT (WS-RFT-MATCH) TO WS-DONATION-PCT
           END-IF
           COMPUTE WS-REFUND-ADOPT ROUNDED =
               ADM-FEE-ADOPT * WS-ADOPT-PCT / 100
           COMPUTE WS-REFUND-DONATION ROUNDED =
               ADM-FEE-DONATION * WS-DONATION-PCT / 100
           COMPUTE WS-REFUND-TOTAL =
               WS-REFUND-ADOPT + WS-REFUND-DONATION.

       STAMP-ADOPTION-REFUND.
           IF WS-RUN-MODE NOT = 'TEST'
              MOVE INT-INTAKE-DATE TO ADM-REFUND-DATE
              MOVE WS-REFUND-TOTAL TO ADM-REFUND-AMOUNT
              MOVE WS-REFUND-DONATION TO ADM-REFUND-DONATION
              MOVE FUNCTION CURRENT-DATE TO ADM-UPDATED-TS
              REWRITE ADOPT-MST-RECORD
              IF ADOPT-MST-STATUS NOT = '00'
                 DISPLAY 'ZTPRFCAL REWRITE FAILED, STATUS: '
                     ADOPT-MST-STATUS ' ANIMAL: ' ADM-ANIMAL-ID
                 MOVE 'ADOPTMST REWRITE FAILED, STATUS' TO
                     WS-UNPRICED-NOTE
                 MOVE ADOPT-MST-STATUS TO WS-UNPRICED-NOTE (33:2)
              END-IF
           END-IF.

       WRITE-REFUND-DETAIL.
           ADD 1 TO WS-RETURNS-PRICED
           ADD WS-REFUND-TOTAL TO WS-TOTAL-REFUND
           ADD ADM-FEE-CHIP TO WS-TOTAL-CHIP-KEPT
           COMPUTE WS-TOTAL-FEES-KEPT = WS-TOTAL-FEES-KEPT
               + ADM-FEE-ADOPT - WS-REFUND-ADOPT
               + ADM-FEE-DONATION - WS-REFUND-DONATION
               + ADM-FEE-CHIP
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE ADM-CUSTOMER-ID TO RPT-DET-CUSTOMER-ID
           MOVE ADM-ANIMAL-ID TO RPT-DET-ANIMAL-ID
           MOVE ADM-SHELTER TO RPT-DET-SHELTER
           MOVE WS-DAYS-KEPT TO RPT-DET-DAYS
           MOVE WS-ADOPT-PCT TO RPT-DET-PCT
           MOVE WS-REFUND-ADOPT TO RPT-DET-ADOPT-REF
           MOVE WS-REFUND-DONATION TO RPT-DET-DONATION-REF
           MOVE ADM-FEE-CHIP TO RPT-DET-CHIP-KEPT
           MOVE WS-REFUND-TOTAL TO RPT-DET-TOTAL-REF
           WRITE REFUND-REG-RECORD FROM WS-RPT-DETAIL
           IF WS-REFUND-TOTAL > 0
              AND WS-RUN-MODE NOT = 'TEST'
              MOVE SPACES TO REFUND-PAY-RECORD
              MOVE ADM-CUSTOMER-ID TO PAY-CUSTOMER-ID
              MOVE ADM-ANIMAL-ID TO PAY-ANIMAL-ID
              MOVE ADM-SHELTER TO PAY-SHELTER
              MOVE ADM-BREED TO PAY-BREED
              MOVE ADM-ADOPT-DATE TO PAY-ADOPT-DATE
              MOVE INT-INTAKE-DATE TO PAY-RETURN-DATE
              MOVE WS-DAYS-KEPT TO PAY-DAYS-KEPT
              MOVE WS-REFUND-ADOPT TO PAY-REFUND-ADOPT
              MOVE WS-REFUND-DONATION TO PAY-REFUND-DONATION
              MOVE WS-REFUND-TOTAL TO PAY-REFUND-TOTAL
              MOVE WS-RUN-DATE TO PAY-RUN-DATE
              WRITE REFUND-PAY-RECORD
              IF REFUND-PAY-STATUS = '00'
                 ADD 1 TO WS-PAYMENTS-WRITTEN
              ELSE
                 DISPLAY 'ZTPRFCAL RFNDPAY WRITE FAILED, STATUS: '
                     REFUND-PAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE ADOPT-MST-FILE
                 CLOSE INTAKE-MST-FILE
                 CLOSE INTAKE-FILE
                 CLOSE REFUND-PAY-FILE
                 CLOSE REFUND-REG-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF.
       END PROGRAM ZTPRFCAL.
