           RECORD KEY IS KSDS-KEY
           ALTERNATE RECORD KEY IS KSDS-ALT-KEY WITH DUPLICATES
           FILE STATUS IS KSDS-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-ROWSET-SIZE PIC S9(4) COMP VALUE 100.
       01  WS-EXACT-SEARCH PIC X(1).
       01  WS-EXACT-NAME PIC X(20).
       01  KSDS-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-FALLBACK-DONE PIC X(1).
       01  WS-SEARCH-PREFIX PIC X(8).
       01  WS-PREFIX-LEN PIC 9(1).
       PROCEDURE DIVISION USING LS-SEARCH-PARMS, LS-RESULTS.
       MAIN-LOGIC.
           DISPLAY 'GOT TO ZTDB2TE4'
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           MOVE 0 TO LS-RESULT-COUNT
           MOVE 'N' TO LS-MORE-ROWS
           MOVE 0 TO LS-TOTAL-COUNT
           PERFORM SET-FINAL-RETURN-CODE
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

       WRITE-VERSION-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTDB2TE4' TO VER-PROGRAM-ID
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

       BUILD-SEARCH-PATTERNS.
           MOVE SPACES TO WS-PATTERN-WORK
           MOVE 'N' TO WS-EXACT-SEARCH
