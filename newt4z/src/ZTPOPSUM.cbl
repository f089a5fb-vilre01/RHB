           FILE STATUS IS OPSUM-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCH-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD PIC X(80).
       FD  OPSUM-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OPSUM-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01  AUDIT-ARCH-STATUS PIC X(2).
       01  OPSUM-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       COPY ZTPAUDIT.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-CUR-MONTH PIC X(6).
       01  WS-PRIOR-MONTH PIC X(6).
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (1:6) IS NUMERIC
              MOVE PARM-TEXT (1:6) TO WS-CUR-MONTH
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
              MOVE 'ZTPOPSUM' TO VER-PROGRAM-ID
              MOVE WS-PROGRAM-VERSION TO VER-VERSION-LABEL
              MOVE FUNCTION WHEN-COMPILED (1:14) TO VER-COMPILE-TS
              MOVE WS-START-TS TO VER-START-TS
              MOVE WS-RUN-MODE TO VER-RUN-MODE
              MOVE WS-RUN-DATE TO VER-BUSINESS-DATE
              WRITE AUDIT-LOG-RECORD FROM AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       COMPUTE-PRIOR-MONTH.
           MOVE WS-CUR-MONTH (1:4) TO WS-MW-YEAR
           MOVE WS-CUR-MONTH (5:2) TO WS-MW-MONTH
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-ARCH-FILE
               IF AUDIT-ARCH-STATUS = '00'
                  MOVE AUDIT-ARCH-RECORD TO AUDIT-TRAIL-RECORD
                  IF NON-STEP-RECORD
                     OR AUDIT-END-TS = SPACES
                     CONTINUE
                  ELSE
