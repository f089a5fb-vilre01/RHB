           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADOPT-MST-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-MST-RECORD.
           05  ADM-ANIMAL-ID PIC X(10).
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
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       01  ANNIV-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-ANN-SELECTED PIC 9(6) VALUE 0.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPANNIV' TO VER-PROGRAM-ID
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

       SELECT-ONE-ADOPTION.
