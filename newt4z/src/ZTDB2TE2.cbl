           FILE STATUS IS EXTRACT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE RECORD CONTAINS 75 CHARACTERS
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  EXTRACT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-BYTE-IDX PIC 9(4).
       01  WS-MASK-MODE PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           DISPLAY 'GOT TO ZTDB2TE2'
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           IF WS-RUN-MODE = 'TEST'
              MOVE 'Y' TO WS-MASK-MODE
           END-IF
              CLOSE RUN-CTL-FILE
           END-IF.

       WRITE-VERSION-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTDB2TE2' TO VER-PROGRAM-ID
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

       WRITE-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
