           FILE STATUS IS BREED-CTL-STATUS.
           SELECT MNT-PEND-FILE ASSIGN MNTPEND
           FILE STATUS IS MNT-PEND-STATUS.
           SELECT TARGET-MST-FILE ASSIGN TGTMAST
           FILE STATUS IS TARGET-MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  JOURNAL-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           05  JRN-RESPONSE-CODE PIC X(2).
           05  JRN-FUNCTION PIC X(4).
           05  JRN-END-TIMESTAMP PIC X(21).
           05  JRN-TERMID PIC X(4).
           05  FILLER PIC X(12).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  BREED-CTL-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-CTL-RECORD.
           05  CTL-BREED-NAME PIC X(30).
           05  CTL-BREED-EFF-DATE PIC X(8).
           05  CTL-BREED-EXP-DATE PIC X(8).
           05  CTL-BREED-SPECIES PIC X(1).
       FD  MNT-PEND-FILE RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.
       01  MNT-PEND-RECORD.
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
       FD  TARGET-MST-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  TARGET-MST-RECORD.
           05  TGT-SHELTER PIC X(4).
           05  TGT-YEAR PIC 9(4).
           05  TGT-PERIOD PIC 9(2).
           05  TGT-ADOPT-TARGET PIC 9(5).
           05  TGT-REVENUE-TARGET PIC 9(7)V99.
           05  TGT-APPROVED-BY PIC X(8).
           05  TGT-APPROVED-DATE PIC X(8).
       WORKING-STORAGE SECTION.
           COPY CICSTSM.
       01  AUTH-CTL-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  BREED-CTL-STATUS PIC X(2).
       01  MNT-PEND-STATUS PIC X(2).
       01  TARGET-MST-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
       01  AUTH-USERID-TABLE.
           05  AUTH-ENTRY OCCURS 50 TIMES.
               10  AUTH-ROLE-UPDATE PIC X(1).
               10  AUTH-ROLE-MAINT PIC X(1).
               10  AUTH-ROLE-APPROVE PIC X(1).
               10  AUTH-SUSPENDED PIC X(1).
       01  WS-AUTH-COUNT PIC 9(2) VALUE 0.
       01  WS-AUTH-LOADED PIC X(1) VALUE 'N'.
       01  WS-AUTH-IDX PIC 9(2).
       01  WS-USER-AUTHORIZED PIC X(1) VALUE 'N'.
       01  WS-USER-SUSPENDED PIC X(1) VALUE 'N'.
       01  WS-MORE-RECORDS PIC X(1).
       01  PEND-TABLE.
           05  PEND-ENTRY OCCURS 50 TIMES.
           05  PWK-DATE PIC X(8).
           05  PWK-MODE PIC X(4).
           05  PWK-BREED PIC X(30).
           05  PWK-TARGET REDEFINES PWK-BREED.
               10  PWK-TGT-SHELTER PIC X(4).
               10  PWK-TGT-ADOPT PIC 9(5).
               10  PWK-TGT-REVENUE PIC 9(7).
               10  FILLER PIC X(14).
           05  PWK-EFF-DATE PIC X(8).
           05  PWK-EXP-DATE PIC X(8).
           05  PWK-CHECKER PIC X(8).
           05  PWK-APPROVE-TS PIC X(21).
           05  PWK-SPECIES PIC X(1).
           05  FILLER PIC X(8).
       01  WS-PND-COUNT PIC 9(2) VALUE 0.
       01  WS-PND-OVERFLOW PIC X(1) VALUE 'N'.
       01  WS-PND-IDX PIC 9(2).
               10  MNT-BREED-NAME PIC X(30).
               10  MNT-EFF-DATE PIC X(8).
               10  MNT-EXP-DATE PIC X(8).
               10  MNT-SPECIES PIC X(1).
       01  WS-MNT-COUNT PIC 9(3) VALUE 0.
       01  WS-MNT-IDX PIC 9(3).
       01  WS-MNT-MATCH PIC 9(3).
       01  TARGET-MASTER-TABLE.
           05  TGM-ENTRY OCCURS 1200 TIMES.
               10  TGM-SHELTER PIC X(4).
               10  TGM-YEAR PIC 9(4).
               10  TGM-PERIOD PIC 9(2).
               10  TGM-ADOPT-TARGET PIC 9(5).
               10  TGM-REVENUE-TARGET PIC 9(7)V99.
               10  TGM-APPROVED-BY PIC X(8).
               10  TGM-APPROVED-DATE PIC X(8).
       01  WS-TGM-COUNT PIC 9(4) VALUE 0.
       01  WS-TGM-IDX PIC 9(4).
       01  WS-TGM-MATCH PIC 9(4).
       01  WS-TGM-YEAR PIC 9(4).
       01  WS-TGM-PERIOD PIC 9(2).
       COPY ZTPSPCCP.
       01  WS-SAVE-ALERT-SUPPRESS PIC X(1).
       01  WS-APPLY-MESSAGE PIC X(40).
       01  WS-COMMAREA.
                         AUTH-ROLE-MAINT (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         AUTH-SUSPENDED (WS-AUTH-COUNT)
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
                     AND AUTH-ROLE-APPROVE (WS-AUTH-IDX) = 'Y'
                     MOVE 'Y' TO WS-USER-AUTHORIZED
                  END-IF
                  IF EIBUSER = AUTH-USERID (WS-AUTH-IDX)
                     AND AUTH-SUSPENDED (WS-AUTH-IDX) = 'Y'
                     MOVE 'Y' TO WS-USER-SUSPENDED
                  END-IF
              END-PERFORM
              IF WS-USER-SUSPENDED = 'Y'
                 MOVE 'N' TO WS-USER-AUTHORIZED
              END-IF
           END-IF.

       WRITE-REJECT-JOURNAL-RECORD.
           IF JOURNAL-STATUS = '00'
              MOVE SPACES TO JOURNAL-RECORD
              MOVE EIBUSER TO JRN-USERID
              MOVE EIBTRMID TO JRN-TERMID
              MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
              IF WS-USER-SUSPENDED = 'Y'
                 MOVE 'SU' TO JRN-RESPONSE-CODE
              ELSE
                 MOVE 'NA' TO JRN-RESPONSE-CODE
              END-IF
              MOVE 'APPR' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           DISPLAY 'CICSMNT2 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM5O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO QMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  QMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM5') MAPSET('CICSTSM')
                    FROM(CICSTSM5O) ERASE
                  MOVE WS-PND-IDX TO PNL-ITEM
                  MOVE PWK-ACTION TO PNL-ACTION
                  MOVE PWK-MAKER TO PNL-MAKER
                  EVALUATE PWK-ACTION
                      WHEN 'DATE'
                          MOVE SPACES TO PNL-DETAIL
                          STRING PWK-DATE ' ' PWK-MODE
                              DELIMITED BY SIZE INTO PNL-DETAIL
                      WHEN 'TGT '
                          MOVE SPACES TO PNL-DETAIL
                          STRING PWK-TGT-SHELTER ' ' PWK-DATE (1:6)
                              ' ADOPT ' PWK-TGT-ADOPT
                              ' REV ' PWK-TGT-REVENUE
                              DELIMITED BY SIZE INTO PNL-DETAIL
                      WHEN OTHER
                          IF PWK-SPECIES = SPACE OR LOW-VALUE
                             MOVE SPECIES-DEFAULT-CODE TO PWK-SPECIES
                          END-IF
                          MOVE SPACES TO PNL-DETAIL
                          STRING PWK-BREED ' ' PWK-SPECIES
                              DELIMITED BY SIZE INTO PNL-DETAIL
                  END-EVALUATE
                  PERFORM MOVE-PEND-LINE-TO-MAP
               END-IF
           END-PERFORM
                   PERFORM APPLY-BREED-ADD
               WHEN 'DEL '
                   PERFORM APPLY-BREED-DELETE
               WHEN 'TGT '
                   PERFORM APPLY-TARGET-CHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN QUEUED ACTION' TO WS-APPLY-MESSAGE
           END-EVALUATE.
           END-IF.

       APPLY-BREED-ADD.
           IF PWK-SPECIES = SPACE OR LOW-VALUE
              MOVE SPECIES-DEFAULT-CODE TO PWK-SPECIES
           END-IF
           PERFORM LOAD-BREED-MASTER
           PERFORM FIND-BREED-ENTRY
           IF WS-MNT-MATCH NOT = 0
                 MOVE PWK-BREED TO MNT-BREED-NAME (WS-MNT-COUNT)
                 MOVE PWK-EFF-DATE TO MNT-EFF-DATE (WS-MNT-COUNT)
                 MOVE PWK-EXP-DATE TO MNT-EXP-DATE (WS-MNT-COUNT)
                 MOVE PWK-SPECIES TO MNT-SPECIES (WS-MNT-COUNT)
                 PERFORM SAVE-BREED-MASTER
              END-IF
           END-IF.

       APPLY-BREED-DELETE.
           IF PWK-SPECIES = SPACE OR LOW-VALUE
              MOVE SPECIES-DEFAULT-CODE TO PWK-SPECIES
           END-IF
           PERFORM LOAD-BREED-MASTER
           PERFORM FIND-BREED-ENTRY
           IF WS-MNT-MATCH = 0
              PERFORM SAVE-BREED-MASTER
           END-IF.

       APPLY-TARGET-CHANGE.
           IF PWK-DATE (1:6) IS NOT NUMERIC
              OR PWK-TGT-ADOPT IS NOT NUMERIC
              OR PWK-TGT-REVENUE IS NOT NUMERIC
              MOVE 'QUEUED TARGET IS INCOMPLETE' TO WS-APPLY-MESSAGE
           ELSE
              MOVE PWK-DATE (1:4) TO WS-TGM-YEAR
              MOVE PWK-DATE (5:2) TO WS-TGM-PERIOD
              PERFORM LOAD-TARGET-MASTER
              PERFORM FIND-TARGET-ENTRY
              IF WS-TGM-MATCH = 0
                 IF WS-TGM-COUNT >= 1200
                    MOVE 'TARGET MASTER FULL' TO WS-APPLY-MESSAGE
                 ELSE
                    ADD 1 TO WS-TGM-COUNT
                    MOVE WS-TGM-COUNT TO WS-TGM-MATCH
                    MOVE PWK-TGT-SHELTER TO TGM-SHELTER (WS-TGM-MATCH)
                    MOVE WS-TGM-YEAR TO TGM-YEAR (WS-TGM-MATCH)
                    MOVE WS-TGM-PERIOD TO TGM-PERIOD (WS-TGM-MATCH)
                 END-IF
              END-IF
              IF WS-APPLY-MESSAGE = SPACES
                 MOVE PWK-TGT-ADOPT TO
                     TGM-ADOPT-TARGET (WS-TGM-MATCH)
                 MOVE PWK-TGT-REVENUE TO
                     TGM-REVENUE-TARGET (WS-TGM-MATCH)
                 MOVE EIBUSER TO TGM-APPROVED-BY (WS-TGM-MATCH)
                 MOVE FUNCTION CURRENT-DATE (1:8) TO
                     TGM-APPROVED-DATE (WS-TGM-MATCH)
                 PERFORM SAVE-TARGET-MASTER
              END-IF
           END-IF.

       LOAD-TARGET-MASTER.
           MOVE 0 TO WS-TGM-COUNT
           OPEN INPUT TARGET-MST-FILE
           IF TARGET-MST-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ TARGET-MST-FILE
                  IF TARGET-MST-STATUS = '00'
                     IF WS-TGM-COUNT < 1200
                        ADD 1 TO WS-TGM-COUNT
                        MOVE TGT-SHELTER TO TGM-SHELTER (WS-TGM-COUNT)
                        MOVE TGT-YEAR TO TGM-YEAR (WS-TGM-COUNT)
                        MOVE TGT-PERIOD TO TGM-PERIOD (WS-TGM-COUNT)
                        MOVE TGT-ADOPT-TARGET TO
                            TGM-ADOPT-TARGET (WS-TGM-COUNT)
                        MOVE TGT-REVENUE-TARGET TO
                            TGM-REVENUE-TARGET (WS-TGM-COUNT)
                        MOVE TGT-APPROVED-BY TO
                            TGM-APPROVED-BY (WS-TGM-COUNT)
                        MOVE TGT-APPROVED-DATE TO
                            TGM-APPROVED-DATE (WS-TGM-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE TARGET-MST-FILE
           END-IF.

       SAVE-TARGET-MASTER.
           OPEN OUTPUT TARGET-MST-FILE
           IF TARGET-MST-STATUS NOT = '00'
              MOVE 'TARGET MASTER REWRITE FAILED' TO WS-APPLY-MESSAGE
           ELSE
              PERFORM VARYING WS-TGM-IDX FROM 1 BY 1
                      UNTIL WS-TGM-IDX > WS-TGM-COUNT
                  MOVE TGM-SHELTER (WS-TGM-IDX) TO TGT-SHELTER
                  MOVE TGM-YEAR (WS-TGM-IDX) TO TGT-YEAR
                  MOVE TGM-PERIOD (WS-TGM-IDX) TO TGT-PERIOD
                  MOVE TGM-ADOPT-TARGET (WS-TGM-IDX) TO
                      TGT-ADOPT-TARGET
                  MOVE TGM-REVENUE-TARGET (WS-TGM-IDX) TO
                      TGT-REVENUE-TARGET
                  MOVE TGM-APPROVED-BY (WS-TGM-IDX) TO TGT-APPROVED-BY
                  MOVE TGM-APPROVED-DATE (WS-TGM-IDX) TO
                      TGT-APPROVED-DATE
                  WRITE TARGET-MST-RECORD
              END-PERFORM
              CLOSE TARGET-MST-FILE
           END-IF.

       FIND-TARGET-ENTRY.
           MOVE 0 TO WS-TGM-MATCH
           PERFORM VARYING WS-TGM-IDX FROM 1 BY 1
                   UNTIL WS-TGM-IDX > WS-TGM-COUNT
               IF TGM-SHELTER (WS-TGM-IDX) = PWK-TGT-SHELTER
                  AND TGM-YEAR (WS-TGM-IDX) = WS-TGM-YEAR
                  AND TGM-PERIOD (WS-TGM-IDX) = WS-TGM-PERIOD
                  MOVE WS-TGM-IDX TO WS-TGM-MATCH
                  MOVE WS-TGM-COUNT TO WS-TGM-IDX
               END-IF
           END-PERFORM.

       LOAD-BREED-MASTER.
           MOVE 0 TO WS-MNT-COUNT
           OPEN INPUT BREED-CTL-FILE
                            MNT-EFF-DATE (WS-MNT-COUNT)
                        MOVE CTL-BREED-EXP-DATE TO
                            MNT-EXP-DATE (WS-MNT-COUNT)
                        IF CTL-BREED-SPECIES = SPACE OR LOW-VALUE
                           MOVE SPECIES-DEFAULT-CODE TO
                               MNT-SPECIES (WS-MNT-COUNT)
                        ELSE
                           MOVE CTL-BREED-SPECIES TO
                               MNT-SPECIES (WS-MNT-COUNT)
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                      CTL-BREED-EFF-DATE
                  MOVE MNT-EXP-DATE (WS-MNT-IDX) TO
                      CTL-BREED-EXP-DATE
                  MOVE MNT-SPECIES (WS-MNT-IDX) TO
                      CTL-BREED-SPECIES
                  WRITE BREED-CTL-RECORD
              END-PERFORM
              CLOSE BREED-CTL-FILE
           PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
                   UNTIL WS-MNT-IDX > WS-MNT-COUNT
               IF MNT-BREED-NAME (WS-MNT-IDX) = PWK-BREED
                  AND MNT-SPECIES (WS-MNT-IDX) = PWK-SPECIES
                  MOVE WS-MNT-IDX TO WS-MNT-MATCH
                  MOVE WS-MNT-COUNT TO WS-MNT-IDX
               END-IF
