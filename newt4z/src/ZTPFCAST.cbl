           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD.
           05  YTD-BREED PIC X(30).
           05  YTD-PERIOD PIC X(2).
           05  YTD-COUNT PIC 9(5).
           05  YTD-SPECIES PIC X(1).
       FD  YTD-ARCHP-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-ARCHP-RECORD.
           05  ARP-BREED PIC X(30).
           05  ARP-PERIOD PIC X(2).
           05  ARP-COUNT PIC 9(5).
           05  ARP-SPECIES PIC X(1).
       FD  FCST-HIST-FILE RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  FCST-HIST-RECORD.
       01  FCST-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-YTD-CONTROL-KEY PIC X(30) VALUE '*YTDCONTROL*'.
       01  WS-CUR-PERIOD PIC 9(2).
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPFCAST' TO VER-PROGRAM-ID
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

       LOAD-YTD-COUNTS.
