           05  MCH-DATE PIC X(8).
           05  MCH-MODE PIC X(4).
           05  MCH-BREED PIC X(30).
           05  MCH-TARGET REDEFINES MCH-BREED.
               10  MCH-TGT-SHELTER PIC X(4).
               10  MCH-TGT-ADOPT PIC 9(5).
               10  MCH-TGT-REVENUE PIC 9(7).
               10  FILLER PIC X(14).
           05  MCH-EFF-DATE PIC X(8).
           05  MCH-EXP-DATE PIC X(8).
           05  MCH-CHECKER PIC X(8).
           05  MCH-APPROVE-TS PIC X(21).
           05  MCH-SPECIES PIC X(1).
           05  FILLER PIC X(8).
       FD  AGE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AGE-RPT-RECORD PIC X(80).
       01  AGE-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-AGE-LIMIT-DAYS PIC 9(4) VALUE 7.
       01  WS-RUN-DATE-INT PIC 9(8).
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPMNTAG' TO VER-PROGRAM-ID
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

       LOAD-PENDING-TABLE.
           MOVE MCH-ACTION TO RPT-DET-ACTION
           MOVE MCH-MAKER TO RPT-DET-MAKER
           MOVE MCH-TIMESTAMP (1:8) TO RPT-DET-KEYED
           EVALUATE MCH-ACTION
               WHEN 'DATE'
                   MOVE SPACES TO RPT-DET-DETAIL
                   STRING MCH-DATE ' ' MCH-MODE
                       DELIMITED BY SIZE INTO RPT-DET-DETAIL
               WHEN 'TGT '
                   MOVE SPACES TO RPT-DET-DETAIL
                   STRING 'TARGET ' MCH-TGT-SHELTER ' ' MCH-DATE (1:6)
                       DELIMITED BY SIZE INTO RPT-DET-DETAIL
               WHEN OTHER
                   MOVE MCH-BREED TO RPT-DET-DETAIL
           END-EVALUATE
           IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
              MOVE 'E' TO MCH-STATUS
              MOVE MNT-PEND-RECORD TO PND-TBL-RECORD (WS-PND-IDX)
