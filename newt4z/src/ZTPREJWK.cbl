           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADOPT-REJ-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-REJ-RECORD.
           05  REJ-BREED PIC X(30).
           05  REJ-PERIOD PIC X(2).
           05  REJ-TRAN-TYPE PIC X(1).
           05  REJ-FEE-COMPONENT PIC X(1).
           05  REJ-SPECIES PIC X(1).
           05  REJ-TO-SHELTER PIC X(4).
       FD  REJ-WORK-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-WORK-RECORD.
           05  RWK-BREED PIC X(30).
           05  RWK-FEE-COMPONENT PIC X(1).
           05  RWK-RETURN-REASON PIC X(3).
           05  RWK-COUNT PIC X(3).
           05  RWK-REJECT-REASON PIC X(28).
           05  RWK-SPECIES PIC X(1).
           05  RWK-TO-SHELTER PIC X(4).
       FD  REJ-TRK-FILE RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-TRK-RECORD.
       01  REJ-AGE-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-REJECTS-READ PIC 9(6) VALUE 0.
       01  WS-WORKSHEET-LINES PIC 9(6) VALUE 0.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPREJWK' TO VER-PROGRAM-ID
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

       BUILD-CORRECTION-WORKSHEET.
           END-IF
           MOVE SPACES TO RWK-RETURN-REASON
           MOVE REJ-COUNT TO RWK-COUNT
           MOVE REJ-REASON (1:28) TO RWK-REJECT-REASON
           MOVE REJ-SPECIES TO RWK-SPECIES
           MOVE REJ-TO-SHELTER TO RWK-TO-SHELTER
           WRITE REJ-WORK-RECORD
           ADD 1 TO WS-WORKSHEET-LINES
           MOVE SPACES TO REJ-TRK-RECORD
