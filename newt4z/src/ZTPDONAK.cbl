       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDONAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT CUST-STD-FILE ASSIGN CUSTSTD
           FILE STATUS IS CUST-STD-STATUS.
           SELECT DONATION-EXT-FILE ASSIGN DONEXT
           FILE STATUS IS DONATION-EXT-STATUS.
           SELECT LETTER-AMT-FILE ASSIGN LTRAMT
           FILE STATUS IS LETTER-AMT-STATUS.
           SELECT DONATION-REG-FILE ASSIGN DONREG
           FILE STATUS IS DONATION-REG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN SORTWK01.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CUST-STD-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-STD-RECORD.
           05  STD-CUST-NUMBER PIC X(8).
           05  STD-CUST-NAME PIC X(20).
           05  STD-CUST-STREET PIC X(20).
           05  STD-CUST-CITY PIC X(15).
           05  STD-CUST-STATE PIC X(2).
           05  STD-CUST-POSTAL PIC X(10).
       FD  DONATION-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  DONATION-EXT-RECORD.
           05  DON-CUST-NUMBER PIC X(8).
           05  DON-CUST-NAME PIC X(20).
           05  DON-CUST-STREET PIC X(20).
           05  DON-CUST-CITY PIC X(15).
           05  DON-CUST-STATE PIC X(2).
           05  DON-CUST-POSTAL PIC X(10).
       FD  LETTER-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  LETTER-AMT-RECORD.
           05  AMT-CUST-NUMBER PIC X(8).
           05  AMT-YEAR PIC X(4).
           05  AMT-AMOUNT PIC 9(7)V99.
           05  FILLER PIC X(19).
       FD  DONATION-REG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DONATION-REG-RECORD PIC X(80).
       SD  SORT-WORK-FILE RECORD CONTAINS 90 CHARACTERS.
       01  SORT-RECORD.
           05  SRT-CUST-NUMBER PIC X(8).
           05  SRT-REC-TYPE PIC X(1).
           05  SRT-CUST-NAME PIC X(20).
           05  SRT-CUST-STREET PIC X(20).
           05  SRT-CUST-CITY PIC X(15).
           05  SRT-CUST-STATE PIC X(2).
           05  SRT-CUST-POSTAL PIC X(10).
           05  SRT-DONATION PIC 9(5)V99.
           05  SRT-REFUND PIC 9(5)V99.
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ADOPT-MST-STATUS PIC X(2).
       01  CUST-STD-STATUS PIC X(2).
       01  DONATION-EXT-STATUS PIC X(2).
       01  LETTER-AMT-STATUS PIC X(2).
       01  DONATION-REG-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-SORT-DONE PIC X(1) VALUE 'N'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-CUSTOMERS-READ PIC 9(6) VALUE 0.
       01  WS-GIFTS-SELECTED PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-DONATION-YEAR PIC 9(4).
       01  WS-REFUND-WORK PIC 9(5)V99.
       01  WS-CUSTOMER-OPEN PIC X(1) VALUE 'N'.
       01  WS-CUR-CUSTOMER PIC X(8).
       01  WS-CUR-ADDR-FOUND PIC X(1).
       01  WS-CUR-NAME PIC X(20).
       01  WS-CUR-STREET PIC X(20).
       01  WS-CUR-CITY PIC X(15).
       01  WS-CUR-STATE PIC X(2).
       01  WS-CUR-POSTAL PIC X(10).
       01  WS-CUR-GIFTS PIC 9(3).
       01  WS-CUR-GROSS PIC 9(7)V99.
       01  WS-CUR-REFUNDED PIC 9(7)V99.
       01  WS-CUR-NET PIC 9(7)V99.
       01  WS-CUR-STATUS PIC X(9).
       01  WS-LETTERS-WRITTEN PIC 9(6) VALUE 0.
       01  WS-LETTERS-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-NO-ADDRESS-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-REFUNDED-COUNT PIC 9(6) VALUE 0.
       01  WS-REFUNDED-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-NO-CUSTOMER-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-CUSTOMER-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NET PIC 9(9)V99 VALUE 0.
       01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-HASH-NAME PIC X(20).
       01  WS-BYTE-IDX PIC 9(4).
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(33)
               VALUE 'DONATION ACKNOWLEDGEMENT REGISTER'.
           05  FILLER PIC X(6) VALUE ' YEAR '.
           05  RPT-HDR-YEAR PIC 9(4).
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CUSTOMER NAME               GIFTS       '.
           05  FILLER PIC X(40)
               VALUE ' GROSS   REFUNDED          NET STATUS   '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-GIFTS PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-GROSS PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REFUNDED PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NET PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STATUS PIC X(9).
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(30).
           05  RPT-TOT-COUNT PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(28) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           COMPUTE WS-DONATION-YEAR = WS-RUN-YEAR - 1
           IF PARM-LENGTH >= 4
              AND PARM-TEXT (1:4) IS NUMERIC
              MOVE PARM-TEXT (1:4) TO WS-DONATION-YEAR
           END-IF
           IF WS-DONATION-YEAR > WS-RUN-YEAR
              DISPLAY 'ZTPDONAK DONATION YEAR ' WS-DONATION-YEAR
                  ' IS AFTER THE RUN YEAR ' WS-RUN-YEAR
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPDONAK ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT CUST-STD-FILE
           IF CUST-STD-STATUS NOT = '00'
              DISPLAY 'ZTPDONAK CUSTSTD OPEN FAILED, STATUS: '
                  CUST-STD-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ADOPT-MST-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT DONATION-EXT-FILE
           OPEN OUTPUT LETTER-AMT-FILE
           OPEN OUTPUT DONATION-REG-FILE
           IF DONATION-EXT-STATUS NOT = '00'
              OR LETTER-AMT-STATUS NOT = '00'
              OR DONATION-REG-STATUS NOT = '00'
              DISPLAY 'ZTPDONAK OUTPUT OPEN FAILED, DONEXT: '
                  DONATION-EXT-STATUS ' LTRAMT: ' LETTER-AMT-STATUS
                  ' DONREG: ' DONATION-REG-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ADOPT-MST-FILE
              CLOSE CUST-STD-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-DONATION-YEAR TO RPT-HDR-YEAR
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE DONATION-REG-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE DONATION-REG-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE DONATION-REG-RECORD FROM WS-RPT-COLUMNS
           PERFORM WRITE-DONATION-ENVELOPE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NUMBER
                                SRT-REC-TYPE
               INPUT PROCEDURE IS RELEASE-DONATION-INPUT
               OUTPUT PROCEDURE IS WRITE-CUSTOMER-LETTERS
           PERFORM WRITE-DONATION-ENVELOPE-TRAILER
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE ADOPT-MST-FILE
           CLOSE CUST-STD-FILE
           CLOSE DONATION-EXT-FILE
           CLOSE LETTER-AMT-FILE
           CLOSE DONATION-REG-FILE
           DISPLAY 'ZTPDONAK DONATION YEAR ' WS-DONATION-YEAR
           DISPLAY 'ZTPDONAK DETAIL RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPDONAK DONATIONS SELECTED: ' WS-GIFTS-SELECTED
           DISPLAY 'ZTPDONAK LETTERS EXTRACTED: ' WS-LETTERS-WRITTEN
           DISPLAY 'ZTPDONAK DONORS NOT ON CUSTSTD: '
               WS-NO-ADDRESS-COUNT
           DISPLAY 'ZTPDONAK DONORS FULLY REFUNDED: '
               WS-REFUNDED-COUNT
           DISPLAY 'ZTPDONAK DONATIONS WITH NO CUSTOMER: '
               WS-NO-CUSTOMER-COUNT
           IF WS-NO-ADDRESS-COUNT > 0
              OR WS-NO-CUSTOMER-COUNT > 0
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
              MOVE 'ZTPDONAK' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPDONAK' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPDONAK' TO VER-PROGRAM-ID
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

       RELEASE-DONATION-INPUT.
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ CUST-STD-FILE
               IF CUST-STD-STATUS = '00'
                  IF CUST-STD-RECORD (1:4) = 'ENVH'
                     OR CUST-STD-RECORD (1:4) = 'ENVT'
                     OR STD-CUST-NUMBER = SPACES
                     CONTINUE
                  ELSE
                     ADD 1 TO WS-CUSTOMERS-READ
                     MOVE SPACES TO SORT-RECORD
                     MOVE STD-CUST-NUMBER TO SRT-CUST-NUMBER
                     MOVE 'A' TO SRT-REC-TYPE
                     MOVE STD-CUST-NAME TO SRT-CUST-NAME
                     MOVE STD-CUST-STREET TO SRT-CUST-STREET
                     MOVE STD-CUST-CITY TO SRT-CUST-CITY
                     MOVE STD-CUST-STATE TO SRT-CUST-STATE
                     MOVE STD-CUST-POSTAL TO SRT-CUST-POSTAL
                     MOVE 0 TO SRT-DONATION
                     MOVE 0 TO SRT-REFUND
                     RELEASE SORT-RECORD
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE
               IF ADOPT-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM SELECT-ONE-DONATION
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       SELECT-ONE-DONATION.
           IF ADM-ADOPT-DATE (1:4) = WS-DONATION-YEAR
              AND ADM-FEE-DONATION IS NUMERIC
              AND ADM-FEE-DONATION > 0
              IF ADM-REFUND-DONATION IS NUMERIC
                 MOVE ADM-REFUND-DONATION TO WS-REFUND-WORK
              ELSE
                 MOVE 0 TO WS-REFUND-WORK
              END-IF
              IF WS-REFUND-WORK > ADM-FEE-DONATION
                 MOVE ADM-FEE-DONATION TO WS-REFUND-WORK
              END-IF
              ADD 1 TO WS-GIFTS-SELECTED
              IF ADM-CUSTOMER-ID = SPACES
                 ADD 1 TO WS-NO-CUSTOMER-COUNT
                 COMPUTE WS-NO-CUSTOMER-AMOUNT =
                     WS-NO-CUSTOMER-AMOUNT
                     + ADM-FEE-DONATION - WS-REFUND-WORK
                 COMPUTE WS-TOTAL-NET = WS-TOTAL-NET
                     + ADM-FEE-DONATION - WS-REFUND-WORK
              ELSE
                 MOVE SPACES TO SORT-RECORD
                 MOVE ADM-CUSTOMER-ID TO SRT-CUST-NUMBER
                 MOVE 'D' TO SRT-REC-TYPE
                 MOVE ADM-FEE-DONATION TO SRT-DONATION
                 MOVE WS-REFUND-WORK TO SRT-REFUND
                 RELEASE SORT-RECORD
              END-IF
           END-IF.

       WRITE-CUSTOMER-LETTERS.
           MOVE 'N' TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-DONE
                   NOT AT END
                       PERFORM PROCESS-SORTED-RECORD
               END-RETURN
           END-PERFORM
           IF WS-CUSTOMER-OPEN = 'Y'
              PERFORM FINISH-CUSTOMER
           END-IF.

       PROCESS-SORTED-RECORD.
           IF WS-CUSTOMER-OPEN = 'N'
              OR SRT-CUST-NUMBER NOT = WS-CUR-CUSTOMER
              IF WS-CUSTOMER-OPEN = 'Y'
                 PERFORM FINISH-CUSTOMER
              END-IF
              MOVE 'Y' TO WS-CUSTOMER-OPEN
              MOVE SRT-CUST-NUMBER TO WS-CUR-CUSTOMER
              MOVE 'N' TO WS-CUR-ADDR-FOUND
              MOVE SPACES TO WS-CUR-NAME
              MOVE SPACES TO WS-CUR-STREET
              MOVE SPACES TO WS-CUR-CITY
              MOVE SPACES TO WS-CUR-STATE
              MOVE SPACES TO WS-CUR-POSTAL
              MOVE 0 TO WS-CUR-GIFTS
              MOVE 0 TO WS-CUR-GROSS
              MOVE 0 TO WS-CUR-REFUNDED
           END-IF
           IF SRT-REC-TYPE = 'A'
              IF WS-CUR-ADDR-FOUND = 'N'
                 MOVE 'Y' TO WS-CUR-ADDR-FOUND
                 MOVE SRT-CUST-NAME TO WS-CUR-NAME
                 MOVE SRT-CUST-STREET TO WS-CUR-STREET
                 MOVE SRT-CUST-CITY TO WS-CUR-CITY
                 MOVE SRT-CUST-STATE TO WS-CUR-STATE
                 MOVE SRT-CUST-POSTAL TO WS-CUR-POSTAL
              END-IF
           ELSE
              ADD 1 TO WS-CUR-GIFTS
              ADD SRT-DONATION TO WS-CUR-GROSS
              ADD SRT-REFUND TO WS-CUR-REFUNDED
           END-IF.

       FINISH-CUSTOMER.
           IF WS-CUR-GIFTS > 0
              COMPUTE WS-CUR-NET = WS-CUR-GROSS - WS-CUR-REFUNDED
              ADD WS-CUR-NET TO WS-TOTAL-NET
              EVALUATE TRUE
                  WHEN WS-CUR-NET = 0
                      MOVE 'REFUNDED ' TO WS-CUR-STATUS
                      ADD 1 TO WS-REFUNDED-COUNT
                      ADD WS-CUR-REFUNDED TO WS-REFUNDED-AMOUNT
                  WHEN WS-CUR-ADDR-FOUND = 'N'
                       OR WS-CUR-NAME = SPACES
                      MOVE 'NO ADDR  ' TO WS-CUR-STATUS
                      ADD 1 TO WS-NO-ADDRESS-COUNT
                      ADD WS-CUR-NET TO WS-NO-ADDRESS-AMOUNT
                  WHEN OTHER
                      MOVE 'LETTER   ' TO WS-CUR-STATUS
                      PERFORM WRITE-LETTER-EXTRACT
              END-EVALUATE
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE WS-CUR-CUSTOMER TO RPT-DET-CUSTOMER
              MOVE WS-CUR-NAME TO RPT-DET-NAME
              MOVE WS-CUR-GIFTS TO RPT-DET-GIFTS
              MOVE WS-CUR-GROSS TO RPT-DET-GROSS
              MOVE WS-CUR-REFUNDED TO RPT-DET-REFUNDED
              MOVE WS-CUR-NET TO RPT-DET-NET
              MOVE WS-CUR-STATUS TO RPT-DET-STATUS
              WRITE DONATION-REG-RECORD FROM WS-RPT-DETAIL
           END-IF.

       WRITE-LETTER-EXTRACT.
           MOVE WS-CUR-CUSTOMER TO DON-CUST-NUMBER
           MOVE WS-CUR-NAME TO DON-CUST-NAME
           MOVE WS-CUR-STREET TO DON-CUST-STREET
           MOVE WS-CUR-CITY TO DON-CUST-CITY
           MOVE WS-CUR-STATE TO DON-CUST-STATE
           MOVE WS-CUR-POSTAL TO DON-CUST-POSTAL
           WRITE DONATION-EXT-RECORD
           MOVE SPACES TO LETTER-AMT-RECORD
           MOVE WS-CUR-CUSTOMER TO AMT-CUST-NUMBER
           MOVE WS-DONATION-YEAR TO AMT-YEAR
           MOVE WS-CUR-NET TO AMT-AMOUNT
           WRITE LETTER-AMT-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN
           ADD WS-CUR-NET TO WS-LETTERS-AMOUNT
           MOVE WS-CUR-NAME TO WS-HASH-NAME
           PERFORM ADD-NAME-TO-HASH.

       ADD-NAME-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
               COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                   WS-HASH-TOTAL +
                   FUNCTION ORD(WS-HASH-NAME (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-DONATION-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPDONAK' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE ENVELOPE-HEADER-RECORD TO DONATION-EXT-RECORD
           WRITE DONATION-EXT-RECORD.

       WRITE-DONATION-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-LETTERS-WRITTEN TO ENV-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE ENVELOPE-TRAILER-RECORD TO DONATION-EXT-RECORD
           WRITE DONATION-EXT-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO DONATION-REG-RECORD
           WRITE DONATION-REG-RECORD
           MOVE 'LETTERS EXTRACTED' TO RPT-TOT-LABEL
           MOVE WS-LETTERS-WRITTEN TO RPT-TOT-COUNT
           MOVE WS-LETTERS-AMOUNT TO RPT-TOT-AMOUNT
           WRITE DONATION-REG-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DONORS NOT ON CUSTSTD' TO RPT-TOT-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO RPT-TOT-COUNT
           MOVE WS-NO-ADDRESS-AMOUNT TO RPT-TOT-AMOUNT
           WRITE DONATION-REG-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DONATIONS WITH NO CUSTOMER' TO RPT-TOT-LABEL
           MOVE WS-NO-CUSTOMER-COUNT TO RPT-TOT-COUNT
           MOVE WS-NO-CUSTOMER-AMOUNT TO RPT-TOT-AMOUNT
           WRITE DONATION-REG-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DONORS FULLY REFUNDED' TO RPT-TOT-LABEL
           MOVE WS-REFUNDED-COUNT TO RPT-TOT-COUNT
           MOVE WS-REFUNDED-AMOUNT TO RPT-TOT-AMOUNT
           WRITE DONATION-REG-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'TOTAL NET DONATIONS' TO RPT-TOT-LABEL
           MOVE WS-GIFTS-SELECTED TO RPT-TOT-COUNT
           MOVE WS-TOTAL-NET TO RPT-TOT-AMOUNT
           WRITE DONATION-REG-RECORD FROM WS-RPT-TOTAL-LINE.
       END PROGRAM ZTPDONAK.
