       01  ADDR-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN PIC 9(6) VALUE 0.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPADRST' TO VER-PROGRAM-ID
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

       LOAD-ADDRESS-RULES.
