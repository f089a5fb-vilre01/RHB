           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BREED-CTL-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-CTL-RECORD.
           05  CTL-BREED-NAME PIC X(30).
           05  CTL-BREED-EFF-DATE PIC X(8).
           05  CTL-BREED-EXP-DATE PIC X(8).
           05  CTL-BREED-SPECIES PIC X(1).
       FD  GREET-CTL-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  GREET-CTL-RECORD.
       01  CTL-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-ERROR-COUNT PIC 9(4) VALUE 0.
       01  WS-RECORDS-CHECKED PIC 9(6) VALUE 0.
       01  BREED-NAME-TABLE.
           05  BNT-ENTRY OCCURS 100 TIMES.
               10  BNT-NAME PIC X(30).
               10  BNT-SPECIES PIC X(1).
       01  WS-BNT-COUNT PIC 9(3) VALUE 0.
       01  WS-BNT-IDX PIC 9(3).
       01  WS-BNT-SPECIES PIC X(1).
       01  WS-BNT-SPECIES-VALID PIC X(1).
       COPY ZTPSPCCP.
       01  GREET-LANG-TABLE.
           05  GLT-CODE OCCURS 10 TIMES PIC X(2).
       01  WS-GLT-COUNT PIC 9(2) VALUE 0.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCTLVL' TO VER-PROGRAM-ID
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

       WRITE-CONTROL-ERROR.

       CHECK-ONE-BREED-RECORD.
           MOVE CTL-BREED-NAME TO RPT-ERR-KEY
           IF CTL-BREED-SPECIES = SPACE OR LOW-VALUE
              MOVE SPECIES-DEFAULT-CODE TO WS-BNT-SPECIES
           ELSE
              MOVE CTL-BREED-SPECIES TO WS-BNT-SPECIES
           END-IF
           MOVE 'N' TO WS-BNT-SPECIES-VALID
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WS-BNT-SPECIES
                  MOVE 'Y' TO WS-BNT-SPECIES-VALID
                  MOVE SPECIES-CODE-COUNT TO SPECIES-IDX
               END-IF
           END-PERFORM
           IF WS-BNT-SPECIES-VALID = 'N'
              MOVE 'UNKNOWN SPECIES CODE' TO RPT-ERR-REASON
              PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF CTL-BREED-NAME = SPACES
              MOVE 'BLANK BREED NAME' TO RPT-ERR-REASON
              PERFORM WRITE-CONTROL-ERROR
              PERFORM VARYING WS-BNT-IDX FROM 1 BY 1
                      UNTIL WS-BNT-IDX > WS-BNT-COUNT
                  IF BNT-NAME (WS-BNT-IDX) = CTL-BREED-NAME
                     AND BNT-SPECIES (WS-BNT-IDX) = WS-BNT-SPECIES
                     MOVE 'DUPLICATE BREED ROW' TO RPT-ERR-REASON
                     PERFORM WRITE-CONTROL-ERROR
                     MOVE WS-BNT-COUNT TO WS-BNT-IDX
              IF WS-BNT-COUNT < 100
                 ADD 1 TO WS-BNT-COUNT
                 MOVE CTL-BREED-NAME TO BNT-NAME (WS-BNT-COUNT)
                 MOVE WS-BNT-SPECIES TO BNT-SPECIES (WS-BNT-COUNT)
              END-IF
           END-IF
           IF CTL-BREED-EFF-DATE NOT = SPACES
