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
       FD  BREED-NEW-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-NEW-RECORD.
           05  NEW-BREED-NAME PIC X(30).
           05  NEW-BREED-EFF-DATE PIC X(8).
           05  NEW-BREED-EXP-DATE PIC X(8).
           05  NEW-BREED-SPECIES PIC X(1).
       FD  BREED-TRN-FILE RECORD CONTAINS 83 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-TRN-RECORD.
           05  TRN-ACTION PIC X(6).
           05  TRN-NEW-NAME PIC X(30).
           05  TRN-EFF-DATE PIC X(8).
           05  TRN-EXP-DATE PIC X(8).
           05  TRN-SPECIES PIC X(1).
       FD  BREED-EXC-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-EXC-RECORD.
           05  EXC-BREED-NAME PIC X(30).
           05  FILLER PIC X(1).
           05  EXC-REASON PIC X(40).
           05  FILLER PIC X(1).
           05  EXC-SPECIES PIC X(1).
           05  FILLER PIC X(40).
       FD  BREED-AUD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-AUD-RECORD PIC X(80).
           05  FILLER PIC X(10) VALUE SPACES.
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  MASTER-TABLE.
           05  MASTER-ENTRY OCCURS 100 TIMES.
               10  MST-BREED-NAME PIC X(30).
               10  MST-EFF-DATE PIC X(8).
               10  MST-EXP-DATE PIC X(8).
               10  MST-SPECIES PIC X(1).
       01  WS-MASTER-COUNT PIC 9(3) VALUE 0.
       01  WS-MASTER-IDX PIC 9(3).
       01  WS-MATCH-IDX PIC 9(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  AUD-EXP-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  AUD-SPECIES PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  AUD-NOTE PIC X(29).
       01  WS-AUD-TITLE.
           05  AUD-TITLE-TEXT PIC X(40).
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  AUD-TITLE-DATE PIC X(8).
           05  FILLER PIC X(22) VALUE SPACES.
       01  WS-TRN-SPECIES-VALID PIC X(1).
       COPY ZTPSPCCP.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPBRDMT' TO VER-PROGRAM-ID
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

       LOAD-MASTER-TABLE.
                         MST-EFF-DATE (WS-MASTER-COUNT)
                     MOVE CTL-BREED-EXP-DATE TO
                         MST-EXP-DATE (WS-MASTER-COUNT)
                     IF CTL-BREED-SPECIES = SPACE OR LOW-VALUE
                        MOVE SPECIES-DEFAULT-CODE TO
                            MST-SPECIES (WS-MASTER-COUNT)
                     ELSE
                        MOVE CTL-BREED-SPECIES TO
                            MST-SPECIES (WS-MASTER-COUNT)
                     END-IF
                  ELSE
                     DISPLAY 'ZTPBRDMT MASTER TABLE FULL, DISCARDED: '
                         CTL-BREED-NAME
           CLOSE BREED-TRN-FILE.

       APPLY-ONE-TRANSACTION.
           IF TRN-SPECIES = SPACE OR LOW-VALUE
              MOVE SPECIES-DEFAULT-CODE TO TRN-SPECIES
           END-IF
           MOVE 'N' TO WS-TRN-SPECIES-VALID
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = TRN-SPECIES
                  MOVE 'Y' TO WS-TRN-SPECIES-VALID
                  MOVE SPECIES-CODE-COUNT TO SPECIES-IDX
               END-IF
           END-PERFORM
           IF WS-TRN-SPECIES-VALID = 'N'
              MOVE 'UNKNOWN SPECIES CODE' TO EXC-REASON
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM APPLY-VALID-SPECIES-ACTION
           END-IF.

       APPLY-VALID-SPECIES-ACTION.
           PERFORM FIND-MASTER-BREED
           EVALUATE TRN-ACTION
               WHEN 'ADD   '
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
               IF MST-BREED-NAME (WS-MASTER-IDX) = TRN-BREED-NAME
                  AND MST-SPECIES (WS-MASTER-IDX) = TRN-SPECIES
                  MOVE WS-MASTER-IDX TO WS-MATCH-IDX
                  MOVE WS-MASTER-COUNT TO WS-MASTER-IDX
               END-IF
                    END-IF
                    MOVE TRN-EXP-DATE TO
                        MST-EXP-DATE (WS-MASTER-COUNT)
                    MOVE TRN-SPECIES TO
                        MST-SPECIES (WS-MASTER-COUNT)
                    ADD 1 TO WS-TRN-APPLIED
                 END-IF
              END-IF
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
               IF MST-BREED-NAME (WS-MASTER-IDX) = TRN-NEW-NAME
                  AND MST-SPECIES (WS-MASTER-IDX) = TRN-SPECIES
                  MOVE 'NEW NAME ALREADY ON MASTER' TO EXC-REASON
                  MOVE WS-MASTER-COUNT TO WS-MASTER-IDX
               END-IF
           END-IF
           MOVE TRN-ACTION TO EXC-ACTION
           MOVE TRN-BREED-NAME TO EXC-BREED-NAME
           MOVE TRN-SPECIES TO EXC-SPECIES
           WRITE BREED-EXC-RECORD
           ADD 1 TO WS-TRN-REJECTED.

               MOVE MST-BREED-NAME (WS-MASTER-IDX) TO AUD-BREED-NAME
               MOVE MST-EFF-DATE (WS-MASTER-IDX) TO AUD-EFF-DATE
               MOVE MST-EXP-DATE (WS-MASTER-IDX) TO AUD-EXP-DATE
               MOVE MST-SPECIES (WS-MASTER-IDX) TO AUD-SPECIES
               IF MST-EXP-DATE (WS-MASTER-IDX) NOT = SPACES
                  AND MST-EXP-DATE (WS-MASTER-IDX) < WS-RUN-DATE
                  MOVE 'RETIRED' TO AUD-NOTE
                      TO NEW-BREED-EFF-DATE
                  MOVE MST-EXP-DATE (WS-MASTER-IDX)
                      TO NEW-BREED-EXP-DATE
                  MOVE MST-SPECIES (WS-MASTER-IDX)
                      TO NEW-BREED-SPECIES
                  WRITE BREED-NEW-RECORD
              END-PERFORM
              CLOSE BREED-NEW-FILE
