       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCUSRI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN WATCHLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WLM-CUSTOMER-ID
           FILE STATUS IS WATCH-LIST-STATUS.
           SELECT REACT-TRK-FILE ASSIGN REACTTRK
           FILE STATUS IS REACT-TRK-STATUS.
           SELECT OPTOUT-FILE ASSIGN OPTOUT
           FILE STATUS IS OPTOUT-STATUS.
           SELECT JOURNAL-FILE ASSIGN CICSJRNL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT DORM-ARCH-FILE ASSIGN DORMARCH
           FILE STATUS IS DORM-ARCH-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT ERASE-KEY-FILE ASSIGN ERASEKEY
           FILE STATUS IS ERASE-KEY-STATUS.
           SELECT CUST-ARCH-FILE ASSIGN CUSTARCH
           FILE STATUS IS CUST-ARCH-STATUS.
           SELECT INTEGRITY-RPT-FILE ASSIGN INTEGRPT
           FILE STATUS IS INTEGRITY-RPT-STATUS.
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
       FD  WATCH-LIST-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WATCH-LIST-RECORD.
           05  WLM-CUSTOMER-ID PIC X(8).
           05  WLM-WATCH-FLAG PIC X(1).
           05  WLM-RETURN-COUNT PIC 9(3).
           05  WLM-MANUAL-FLAG PIC X(1).
           05  WLM-SHELTER PIC X(4).
           05  WLM-REASON PIC X(30).
           05  WLM-ENTERED-BY PIC X(8).
           05  WLM-LAST-RETURN-DATE PIC X(8).
           05  WLM-LAST-ANIMAL-ID PIC X(10).
           05  WLM-UPDATED-TS PIC X(21).
           05  FILLER PIC X(6).
       FD  REACT-TRK-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REACT-TRK-RECORD.
           05  RTK-CUST-NUMBER PIC X(8).
           05  RTK-CUST-NAME PIC X(20).
           05  RTK-MAILED-DATE PIC X(8).
           05  FILLER PIC X(4).
       FD  OPTOUT-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD.
           05  OPT-CUST-NUMBER PIC X(8).
           05  OPT-CUST-NAME PIC X(20).
       FD  JOURNAL-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           05  JRN-USERID PIC X(8).
           05  JRN-TIMESTAMP PIC X(21).
           05  JRN-CUSTOMER-ID PIC X(8).
           05  JRN-SEARCH-NAME PIC X(20).
           05  JRN-RESPONSE-CODE PIC X(2).
           05  JRN-FUNCTION PIC X(4).
           05  JRN-END-TIMESTAMP PIC X(21).
           05  FILLER PIC X(16).
       FD  DORM-ARCH-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  DORM-ARCH-RECORD.
           05  ARC-CUST-NUMBER PIC X(8).
           05  ARC-CUST-NAME PIC X(20).
           05  ARC-CUST-STREET PIC X(20).
           05  ARC-CUST-CITY PIC X(15).
           05  ARC-CUST-STATE PIC X(2).
           05  ARC-CUST-POSTAL PIC X(10).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  ERASE-KEY-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  ERASE-KEY-RECORD.
           05  ERS-CUST-NUMBER PIC X(8).
           05  ERS-CUST-NAME PIC X(20).
       FD  CUST-ARCH-FILE RECORD CONTAINS 91 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-ARCH-RECORD.
           05  CAR-CUST-NUMBER PIC X(8).
           05  CAR-CUST-NAME PIC X(20).
           05  CAR-CUST-STREET PIC X(20).
           05  CAR-CUST-CITY PIC X(15).
           05  CAR-CUST-STATE PIC X(2).
           05  CAR-CUST-POSTAL PIC X(10).
           05  CAR-LAST-ACCESSED PIC X(8).
           05  CAR-ARCHIVED-DATE PIC X(8).
       FD  INTEGRITY-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  INTEGRITY-RPT-RECORD PIC X(80).
       SD  SORT-WORK-FILE RECORD CONTAINS 50 CHARACTERS.
       01  SORT-RECORD.
           05  SRT-CUST-NUMBER PIC X(8).
           05  SRT-REC-CLASS PIC X(1).
           05  SRT-STORE-IDX PIC 9(1).
           05  SRT-REF-KEY PIC X(21).
           05  SRT-EVENT-DATE PIC X(8).
           05  FILLER PIC X(11).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  ADOPT-MST-STATUS PIC X(2).
       01  WATCH-LIST-STATUS PIC X(2).
       01  REACT-TRK-STATUS PIC X(2).
       01  OPTOUT-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
       01  DORM-ARCH-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  ERASE-KEY-STATUS PIC X(2).
       01  CUST-ARCH-STATUS PIC X(2).
       01  INTEGRITY-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-SORT-DONE PIC X(1) VALUE 'N'.
       01  WS-SQL-ERROR PIC X(1) VALUE 'N'.
       01  WS-ERASE-LIST-OPEN PIC X(1) VALUE 'N'.
       01  WS-CUST-ARCH-OPEN PIC X(1) VALUE 'N'.
       01  WS-RECORDS-READ PIC 9(8) VALUE 0.
       01  WS-ERASE-KEYS-READ PIC 9(6) VALUE 0.
       01  WS-ARCHIVE-ROWS-READ PIC 9(8) VALUE 0.
       01  WS-CUSTOMERS-CHECKED PIC 9(8) VALUE 0.
       01  WS-ORPHAN-CUSTOMERS PIC 9(6) VALUE 0.
       01  WS-ORPHAN-REFS PIC 9(8) VALUE 0.
       01  WS-STORE-IDX PIC 9(1).
       01  WS-REF-CUSTOMER PIC X(8).
       01  WS-REF-KEY PIC X(21).
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-FOUND-NUMBER PIC X(8).
       01  WS-CUSTOMER-OPEN PIC X(1) VALUE 'N'.
       01  WS-CUR-CUSTOMER PIC X(8).
       01  WS-CUR-ERASED PIC X(1).
       01  WS-CUR-PURGED PIC X(1).
       01  WS-CUR-PURGE-DATE PIC X(8).
       01  WS-CUR-LOOKED-UP PIC X(1).
       01  WS-CUR-ON-TABLE PIC X(1).
       01  WS-CUR-ORPHAN-REFS PIC 9(6).
       01  WS-REASON PIC X(12).
       01  STORE-STATS-TABLE.
           05  STORE-STATS OCCURS 7 TIMES.
               10  STS-READ PIC 9(8) VALUE 0.
               10  STS-BLANK PIC 9(6) VALUE 0.
               10  STS-ANONYMIZED PIC 9(6) VALUE 0.
               10  STS-CHECKED PIC 9(8) VALUE 0.
               10  STS-PURGED PIC 9(6) VALUE 0.
               10  STS-ERASED PIC 9(6) VALUE 0.
               10  STS-NO-ROW PIC 9(6) VALUE 0.
       01  STORE-TOTALS.
           05  TOT-READ PIC 9(8) VALUE 0.
           05  TOT-BLANK PIC 9(6) VALUE 0.
           05  TOT-ANONYMIZED PIC 9(6) VALUE 0.
           05  TOT-CHECKED PIC 9(8) VALUE 0.
           05  TOT-PURGED PIC 9(6) VALUE 0.
           05  TOT-ERASED PIC 9(6) VALUE 0.
           05  TOT-NO-ROW PIC 9(6) VALUE 0.
       01  WS-STORE-NAMES.
           05  FILLER PIC X(8) VALUE 'ADOPTMST'.
           05  FILLER PIC X(8) VALUE 'WATCHLST'.
           05  FILLER PIC X(8) VALUE 'REACTTRK'.
           05  FILLER PIC X(8) VALUE 'OPTOUT  '.
           05  FILLER PIC X(8) VALUE 'CICSJRNL'.
           05  FILLER PIC X(8) VALUE 'DORMARCH'.
           05  FILLER PIC X(8) VALUE 'TESTKSDS'.
       01  WS-STORE-NAMES-TBL REDEFINES WS-STORE-NAMES.
           05  WS-STORE-NAME OCCURS 7 TIMES PIC X(8).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(46)
               VALUE 'CUSTOMER REFERENTIAL INTEGRITY AUDIT RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  RPT-NOTE-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'STORE    CUSTOMER REFERENCE             '.
           05  FILLER PIC X(40)
               VALUE 'REASON       PURGED                     '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-STORE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REFERENCE PIC X(21).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REASON PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-PURGE-DATE PIC X(8).
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-RPT-SUMMARY-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'STORE        READ  BLANK ANONYM  CHECKED'.
           05  FILLER PIC X(40)
               VALUE ' PURGED ERASED NO ROW                   '.
       01  WS-RPT-SUMMARY.
           05  RPT-SUM-STORE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-READ PIC ZZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-BLANK PIC ZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-ANONYMIZED PIC ZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-CHECKED PIC ZZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-PURGED PIC ZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-ERASED PIC ZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-NO-ROW PIC ZZZZZ9.
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(21) VALUE 'CUSTOMERS CHECKED    '.
           05  RPT-TRL-CHECKED PIC ZZZZZZZ9.
           05  FILLER PIC X(21) VALUE '  ORPHANED CUSTOMERS '.
           05  RPT-TRL-ORPHANS PIC ZZZZZ9.
           05  FILLER PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           OPEN OUTPUT INTEGRITY-RPT-FILE
           IF INTEGRITY-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCUSRI INTEGRPT OPEN FAILED, STATUS: '
                  INTEGRITY-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT ADOPT-MST-FILE
           OPEN INPUT WATCH-LIST-FILE
           OPEN INPUT REACT-TRK-FILE
           OPEN INPUT OPTOUT-FILE
           OPEN INPUT JOURNAL-FILE
           OPEN INPUT DORM-ARCH-FILE
           OPEN INPUT KSDS-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              OR WATCH-LIST-STATUS NOT = '00'
              OR REACT-TRK-STATUS NOT = '00'
              OR OPTOUT-STATUS NOT = '00'
              OR JOURNAL-STATUS NOT = '00'
              OR DORM-ARCH-STATUS NOT = '00'
              OR KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPCUSRI STORE OPEN FAILED, ADOPTMST: '
                  ADOPT-MST-STATUS ' WATCHLST: ' WATCH-LIST-STATUS
                  ' REACTTRK: ' REACT-TRK-STATUS
              DISPLAY 'ZTPCUSRI STORE OPEN FAILED, OPTOUT: '
                  OPTOUT-STATUS ' CICSJRNL: ' JOURNAL-STATUS
                  ' DORMARCH: ' DORM-ARCH-STATUS
                  ' TESTKSDS: ' KSDS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE INTEGRITY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT ERASE-KEY-FILE
           IF ERASE-KEY-STATUS = '00'
              MOVE 'Y' TO WS-ERASE-LIST-OPEN
           ELSE
              DISPLAY 'ZTPCUSRI ERASEKEY NOT AVAILABLE, STATUS: '
                  ERASE-KEY-STATUS
           END-IF
           OPEN INPUT CUST-ARCH-FILE
           IF CUST-ARCH-STATUS = '00'
              MOVE 'Y' TO WS-CUST-ARCH-OPEN
           ELSE
              DISPLAY 'ZTPCUSRI CUSTARCH NOT AVAILABLE, STATUS: '
                  CUST-ARCH-STATUS
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE INTEGRITY-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           IF WS-ERASE-LIST-OPEN = 'N'
              MOVE 'ERASEKEY NOT READ - ERASED CUSTOMERS SHOW AS NO ROW'
                  TO RPT-NOTE-TEXT
              WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           IF WS-CUST-ARCH-OPEN = 'N'
              MOVE 'CUSTARCH NOT READ - PURGED CUSTOMERS SHOW AS NO ROW'
                  TO RPT-NOTE-TEXT
              WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-COLUMNS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NUMBER
                                SRT-REC-CLASS
               INPUT PROCEDURE IS RELEASE-CUSTOMER-REFERENCES
               OUTPUT PROCEDURE IS CHECK-CUSTOMER-REFERENCES
           PERFORM WRITE-STORE-SUMMARY
           CLOSE ADOPT-MST-FILE
           CLOSE WATCH-LIST-FILE
           CLOSE REACT-TRK-FILE
           CLOSE OPTOUT-FILE
           CLOSE JOURNAL-FILE
           CLOSE DORM-ARCH-FILE
           CLOSE KSDS-FILE
           IF WS-ERASE-LIST-OPEN = 'Y'
              CLOSE ERASE-KEY-FILE
           END-IF
           IF WS-CUST-ARCH-OPEN = 'Y'
              CLOSE CUST-ARCH-FILE
           END-IF
           CLOSE INTEGRITY-RPT-FILE
           DISPLAY 'ZTPCUSRI REFERENCES READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPCUSRI CUSTOMERS CHECKED: ' WS-CUSTOMERS-CHECKED
           DISPLAY 'ZTPCUSRI ORPHANED CUSTOMERS: '
               WS-ORPHAN-CUSTOMERS
           DISPLAY 'ZTPCUSRI ORPHANED REFERENCES: ' WS-ORPHAN-REFS
           DISPLAY 'ZTPCUSRI   TO PURGED CUSTOMERS: ' TOT-PURGED
           DISPLAY 'ZTPCUSRI   TO ERASED CUSTOMERS: ' TOT-ERASED
           DISPLAY 'ZTPCUSRI   WITH NO CUSTOMER ROW: ' TOT-NO-ROW
           IF WS-ORPHAN-REFS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR = 'Y'
              MOVE 16 TO RETURN-CODE
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
              MOVE 'ZTPCUSRI' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPCUSRI' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCUSRI' TO VER-PROGRAM-ID
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

       RELEASE-CUSTOMER-REFERENCES.
           IF WS-ERASE-LIST-OPEN = 'Y'
              PERFORM RELEASE-ERASED-CUSTOMERS
           END-IF
           IF WS-CUST-ARCH-OPEN = 'Y'
              PERFORM RELEASE-PURGED-CUSTOMERS
           END-IF
           MOVE 1 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE
               IF ADOPT-MST-STATUS = '00'
                  MOVE ADM-CUSTOMER-ID TO WS-REF-CUSTOMER
                  MOVE ADM-ANIMAL-ID TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 2 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ WATCH-LIST-FILE
               IF WATCH-LIST-STATUS = '00'
                  MOVE WLM-CUSTOMER-ID TO WS-REF-CUSTOMER
                  MOVE WLM-UPDATED-TS TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 3 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ REACT-TRK-FILE
               IF REACT-TRK-STATUS = '00'
                  MOVE RTK-CUST-NUMBER TO WS-REF-CUSTOMER
                  MOVE RTK-MAILED-DATE TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 4 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ OPTOUT-FILE
               IF OPTOUT-STATUS = '00'
                  MOVE OPT-CUST-NUMBER TO WS-REF-CUSTOMER
                  MOVE OPT-CUST-NAME TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 5 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ JOURNAL-FILE
               IF JOURNAL-STATUS = '00'
                  MOVE JRN-CUSTOMER-ID TO WS-REF-CUSTOMER
                  MOVE JRN-TIMESTAMP TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 6 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ DORM-ARCH-FILE
               IF DORM-ARCH-STATUS = '00'
                  MOVE ARC-CUST-NUMBER TO WS-REF-CUSTOMER
                  MOVE ARC-CUST-NAME TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           MOVE 7 TO WS-STORE-IDX
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ KSDS-FILE
               IF KSDS-STATUS = '00'
                  MOVE KSDS-KEY TO WS-REF-CUSTOMER
                  MOVE KSDS-UPDATED-TS TO WS-REF-KEY
                  PERFORM RELEASE-ONE-REFERENCE
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       RELEASE-ERASED-CUSTOMERS.
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ERASE-KEY-FILE
               IF ERASE-KEY-STATUS = '00'
                  IF ERS-CUST-NUMBER NOT = SPACES
                     ADD 1 TO WS-ERASE-KEYS-READ
                     MOVE SPACES TO SORT-RECORD
                     MOVE ERS-CUST-NUMBER TO SRT-CUST-NUMBER
                     MOVE 'E' TO SRT-REC-CLASS
                     MOVE 0 TO SRT-STORE-IDX
                     RELEASE SORT-RECORD
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       RELEASE-PURGED-CUSTOMERS.
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ CUST-ARCH-FILE
               IF CUST-ARCH-STATUS = '00'
                  IF CAR-CUST-NUMBER NOT = SPACES
                     ADD 1 TO WS-ARCHIVE-ROWS-READ
                     MOVE SPACES TO SORT-RECORD
                     MOVE CAR-CUST-NUMBER TO SRT-CUST-NUMBER
                     MOVE 'P' TO SRT-REC-CLASS
                     MOVE 0 TO SRT-STORE-IDX
                     MOVE CAR-ARCHIVED-DATE TO SRT-EVENT-DATE
                     RELEASE SORT-RECORD
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       RELEASE-ONE-REFERENCE.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO STS-READ (WS-STORE-IDX)
           EVALUATE TRUE
               WHEN WS-REF-CUSTOMER = SPACES
                   ADD 1 TO STS-BLANK (WS-STORE-IDX)
               WHEN WS-REF-CUSTOMER = ALL '*'
                   ADD 1 TO STS-ANONYMIZED (WS-STORE-IDX)
               WHEN OTHER
                   ADD 1 TO STS-CHECKED (WS-STORE-IDX)
                   MOVE SPACES TO SORT-RECORD
                   MOVE WS-REF-CUSTOMER TO SRT-CUST-NUMBER
                   MOVE 'R' TO SRT-REC-CLASS
                   MOVE WS-STORE-IDX TO SRT-STORE-IDX
                   MOVE WS-REF-KEY TO SRT-REF-KEY
                   RELEASE SORT-RECORD
           END-EVALUATE.

       CHECK-CUSTOMER-REFERENCES.
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
              MOVE 'N' TO WS-CUR-ERASED
              MOVE 'N' TO WS-CUR-PURGED
              MOVE SPACES TO WS-CUR-PURGE-DATE
              MOVE 'N' TO WS-CUR-LOOKED-UP
              MOVE 'Y' TO WS-CUR-ON-TABLE
              MOVE 0 TO WS-CUR-ORPHAN-REFS
           END-IF
           EVALUATE SRT-REC-CLASS
               WHEN 'E'
                   MOVE 'Y' TO WS-CUR-ERASED
               WHEN 'P'
                   MOVE 'Y' TO WS-CUR-PURGED
                   IF SRT-EVENT-DATE > WS-CUR-PURGE-DATE
                      MOVE SRT-EVENT-DATE TO WS-CUR-PURGE-DATE
                   END-IF
               WHEN OTHER
                   IF WS-CUR-LOOKED-UP = 'N'
                      PERFORM LOOK-UP-CUSTOMER
                   END-IF
                   IF WS-CUR-ON-TABLE = 'N'
                      PERFORM REPORT-ORPHAN-REFERENCE
                   END-IF
           END-EVALUATE.

       LOOK-UP-CUSTOMER.
           MOVE 'Y' TO WS-CUR-LOOKED-UP
           ADD 1 TO WS-CUSTOMERS-CHECKED
           MOVE WS-CUR-CUSTOMER TO WS-CUST-NUMBER
           EXEC SQL
               SELECT CUST-NUMBER
               INTO :WS-FOUND-NUMBER
               FROM CUSTOMER
               WHERE CUST-NUMBER = :WS-CUST-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-CUR-ON-TABLE
               WHEN 100
                   MOVE 'N' TO WS-CUR-ON-TABLE
               WHEN OTHER
                   DISPLAY 'ZTPCUSRI SELECT FAILED, SQLCODE: '
                       SQLCODE ' CUSTOMER: ' WS-CUST-NUMBER
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'Y' TO WS-CUR-ON-TABLE
           END-EVALUATE.

       REPORT-ORPHAN-REFERENCE.
           MOVE SRT-STORE-IDX TO WS-STORE-IDX
           EVALUATE TRUE
               WHEN WS-CUR-ERASED = 'Y'
                   MOVE 'ERASED      ' TO WS-REASON
                   ADD 1 TO STS-ERASED (WS-STORE-IDX)
               WHEN WS-CUR-PURGED = 'Y'
                   MOVE 'PURGED      ' TO WS-REASON
                   ADD 1 TO STS-PURGED (WS-STORE-IDX)
               WHEN OTHER
                   MOVE 'NO DB2 ROW  ' TO WS-REASON
                   ADD 1 TO STS-NO-ROW (WS-STORE-IDX)
           END-EVALUATE
           ADD 1 TO WS-ORPHAN-REFS
           ADD 1 TO WS-CUR-ORPHAN-REFS
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-STORE-NAME (WS-STORE-IDX) TO RPT-DET-STORE
           MOVE WS-CUR-CUSTOMER TO RPT-DET-CUSTOMER
           MOVE SRT-REF-KEY TO RPT-DET-REFERENCE
           MOVE WS-REASON TO RPT-DET-REASON
           MOVE WS-CUR-PURGE-DATE TO RPT-DET-PURGE-DATE
           WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-DETAIL.

       FINISH-CUSTOMER.
           IF WS-CUR-ORPHAN-REFS > 0
              ADD 1 TO WS-ORPHAN-CUSTOMERS
           END-IF.

       WRITE-STORE-SUMMARY.
           MOVE SPACES TO INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD
           WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-SUMMARY-COLUMNS
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > 7
               MOVE WS-STORE-NAME (WS-STORE-IDX) TO RPT-SUM-STORE
               MOVE STS-READ (WS-STORE-IDX) TO RPT-SUM-READ
               MOVE STS-BLANK (WS-STORE-IDX) TO RPT-SUM-BLANK
               MOVE STS-ANONYMIZED (WS-STORE-IDX)
                   TO RPT-SUM-ANONYMIZED
               MOVE STS-CHECKED (WS-STORE-IDX) TO RPT-SUM-CHECKED
               MOVE STS-PURGED (WS-STORE-IDX) TO RPT-SUM-PURGED
               MOVE STS-ERASED (WS-STORE-IDX) TO RPT-SUM-ERASED
               MOVE STS-NO-ROW (WS-STORE-IDX) TO RPT-SUM-NO-ROW
               WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-SUMMARY
               ADD STS-READ (WS-STORE-IDX) TO TOT-READ
               ADD STS-BLANK (WS-STORE-IDX) TO TOT-BLANK
               ADD STS-ANONYMIZED (WS-STORE-IDX) TO TOT-ANONYMIZED
               ADD STS-CHECKED (WS-STORE-IDX) TO TOT-CHECKED
               ADD STS-PURGED (WS-STORE-IDX) TO TOT-PURGED
               ADD STS-ERASED (WS-STORE-IDX) TO TOT-ERASED
               ADD STS-NO-ROW (WS-STORE-IDX) TO TOT-NO-ROW
           END-PERFORM
           MOVE 'TOTAL   ' TO RPT-SUM-STORE
           MOVE TOT-READ TO RPT-SUM-READ
           MOVE TOT-BLANK TO RPT-SUM-BLANK
           MOVE TOT-ANONYMIZED TO RPT-SUM-ANONYMIZED
           MOVE TOT-CHECKED TO RPT-SUM-CHECKED
           MOVE TOT-PURGED TO RPT-SUM-PURGED
           MOVE TOT-ERASED TO RPT-SUM-ERASED
           MOVE TOT-NO-ROW TO RPT-SUM-NO-ROW
           WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-SUMMARY
           MOVE WS-CUSTOMERS-CHECKED TO RPT-TRL-CHECKED
           MOVE WS-ORPHAN-CUSTOMERS TO RPT-TRL-ORPHANS
           WRITE INTEGRITY-RPT-RECORD FROM WS-RPT-TRAILER.
       END PROGRAM ZTPCUSRI.
