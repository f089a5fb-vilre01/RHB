       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPINTLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN ADOPTINT
           FILE STATUS IS INTAKE-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-RECORD.
           05  INT-ANIMAL-ID PIC X(10).
           05  INT-BREED PIC X(30).
           05  INT-SHELTER PIC X(4).
           05  INT-INTAKE-DATE PIC X(8).
           05  FILLER PIC X(8).
       FD  INTAKE-MST-FILE RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-MST-RECORD.
           05  INK-ANIMAL-ID PIC X(10).
           05  INK-BREED PIC X(30).
           05  INK-SHELTER PIC X(4).
           05  INK-INTAKE-DATE PIC X(8).
           05  INK-STATUS PIC X(1).
           05  INK-ADOPT-DATE PIC X(8).
           05  INK-UPDATED-TS PIC X(21).
           05  FILLER PIC X(8).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  INTAKE-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RECORDS-ADDED PIC 9(6) VALUE 0.
       01  WS-RECORDS-CHANGED PIC 9(6) VALUE 0.
       01  WS-RECORDS-REOPENED PIC 9(6) VALUE 0.
       01  WS-RECORDS-SKIPPED PIC 9(6) VALUE 0.
       01  WS-REOPEN-FLAG PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-INTAKE-MASTER
           DISPLAY 'ZTPINTLD INTAKE RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPINTLD ANIMALS ADDED: ' WS-RECORDS-ADDED
           DISPLAY 'ZTPINTLD ANIMALS CHANGED: ' WS-RECORDS-CHANGED
           DISPLAY 'ZTPINTLD ANIMALS RE-ADMITTED: '
               WS-RECORDS-REOPENED
           DISPLAY 'ZTPINTLD RECORDS SKIPPED: ' WS-RECORDS-SKIPPED
           IF WS-RECORDS-SKIPPED > 0
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
              MOVE 'ZTPINTLD' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPINTLD' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPINTLD' TO VER-PROGRAM-ID
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

       LOAD-INTAKE-MASTER.
           OPEN I-O INTAKE-MST-FILE
           IF INTAKE-MST-STATUS = '35'
              OPEN OUTPUT INTAKE-MST-FILE
              IF INTAKE-MST-STATUS = '00'
                 CLOSE INTAKE-MST-FILE
                 OPEN I-O INTAKE-MST-FILE
              END-IF
           END-IF
           IF INTAKE-MST-STATUS NOT = '00'
              DISPLAY 'ZTPINTLD INTKMST OPEN FAILED, STATUS: '
                  INTAKE-MST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT INTAKE-FILE
           IF INTAKE-STATUS NOT = '00'
              DISPLAY 'ZTPINTLD ADOPTINT OPEN FAILED, STATUS: '
                  INTAKE-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE INTAKE-MST-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ INTAKE-FILE
               IF INTAKE-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM APPLY-ONE-INTAKE-RECORD
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE INTAKE-FILE
           CLOSE INTAKE-MST-FILE.

       APPLY-ONE-INTAKE-RECORD.
           IF INT-ANIMAL-ID = SPACES
              OR INT-BREED = SPACES
              OR INT-SHELTER = SPACES
              OR INT-INTAKE-DATE IS NOT NUMERIC
              OR INT-INTAKE-DATE > WS-RUN-DATE
              ADD 1 TO WS-RECORDS-SKIPPED
              DISPLAY 'ZTPINTLD INVALID INTAKE RECORD SKIPPED, '
                  'ANIMAL: ' INT-ANIMAL-ID
           ELSE
              MOVE INT-ANIMAL-ID TO INK-ANIMAL-ID
              READ INTAKE-MST-FILE
                  INVALID KEY
                      PERFORM WRITE-INTAKE-RECORD
                  NOT INVALID KEY
                      PERFORM REWRITE-INTAKE-RECORD
              END-READ
           END-IF.

       WRITE-INTAKE-RECORD.
           MOVE SPACES TO INTAKE-MST-RECORD
           MOVE INT-ANIMAL-ID TO INK-ANIMAL-ID
           MOVE INT-BREED TO INK-BREED
           MOVE INT-SHELTER TO INK-SHELTER
           MOVE INT-INTAKE-DATE TO INK-INTAKE-DATE
           MOVE 'O' TO INK-STATUS
           MOVE FUNCTION CURRENT-DATE TO INK-UPDATED-TS
           WRITE INTAKE-MST-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-SKIPPED
                   DISPLAY 'ZTPINTLD WRITE FAILED, ANIMAL: '
                       INK-ANIMAL-ID
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-ADDED
           END-WRITE.

       REWRITE-INTAKE-RECORD.
           MOVE 'N' TO WS-REOPEN-FLAG
           IF INK-STATUS = 'A'
              AND INT-INTAKE-DATE > INK-ADOPT-DATE
              MOVE SPACES TO INK-ADOPT-DATE
              MOVE 'O' TO INK-STATUS
              MOVE 'Y' TO WS-REOPEN-FLAG
           END-IF
           MOVE INT-BREED TO INK-BREED
           MOVE INT-SHELTER TO INK-SHELTER
           MOVE INT-INTAKE-DATE TO INK-INTAKE-DATE
           MOVE FUNCTION CURRENT-DATE TO INK-UPDATED-TS
           REWRITE INTAKE-MST-RECORD
           IF INTAKE-MST-STATUS NOT = '00'
              ADD 1 TO WS-RECORDS-SKIPPED
              DISPLAY 'ZTPINTLD REWRITE FAILED, STATUS: '
                  INTAKE-MST-STATUS ' ANIMAL: ' INK-ANIMAL-ID
           ELSE
              IF WS-REOPEN-FLAG = 'Y'
                 ADD 1 TO WS-RECORDS-REOPENED
              ELSE
                 ADD 1 TO WS-RECORDS-CHANGED
              END-IF
           END-IF.
       END PROGRAM ZTPINTLD.
