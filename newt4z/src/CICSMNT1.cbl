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
       01  WS-QUEUE-ACTION PIC X(4).
       01  WS-QUEUE-DATE PIC X(8).
       01  WS-QUEUE-MODE PIC X(4).
       01  WS-QUEUE-BREED PIC X(30).
       01  WS-QUEUE-TARGET REDEFINES WS-QUEUE-BREED.
           05  WS-QUEUE-TGT-SHELTER PIC X(4).
           05  WS-QUEUE-TGT-ADOPT PIC 9(5).
           05  WS-QUEUE-TGT-REVENUE PIC 9(7).
           05  FILLER PIC X(14).
       01  WS-QUEUE-EFF-DATE PIC X(8).
       01  WS-QUEUE-EXP-DATE PIC X(8).
       01  WS-QUEUE-SPECIES PIC X(1).
       01  WS-ENTRY-SPECIES PIC X(1).
       01  WS-QUEUE-DEPTH PIC 9(3).
       01  WS-QUEUE-MORE PIC X(1).
       01  JOURNAL-STATUS PIC X(2).
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
       01  WS-DATE-VALID PIC X(1).
       01  WS-DATE-WORK PIC X(8).
       01  WS-DATE-MM PIC 9(2).
       01  WS-DATE-DD PIC 9(2).
       01  WS-TGT-LIST-COUNT PIC 9(4).
       01  WS-TARGET-LINE.
           05  TGL-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  TGL-YEAR PIC 9(4).
           05  TGL-PERIOD PIC 9(2).
           05  FILLER PIC X(7) VALUE ' ADOPT '.
           05  TGL-ADOPT PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE ' REV '.
           05  TGL-REVENUE PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  TGL-APPROVED-BY PIC X(8).
           05  FILLER PIC X(4) VALUE SPACES.
       01  MAINT-BREED-TABLE.
           05  MNT-ENTRY OCCURS 100 TIMES.
               10  MNT-BREED-NAME PIC X(30).
               10  MNT-EFF-DATE PIC X(8).
               10  MNT-EXP-DATE PIC X(8).
               10  MNT-SPECIES PIC X(1).
       01  WS-MNT-COUNT PIC 9(3) VALUE 0.
       01  WS-MNT-IDX PIC 9(3).
       01  WS-MNT-MATCH PIC 9(3).
           05  BRL-EFF PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  BRL-EXP PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  BRL-SPECIES PIC X(1).
       COPY ZTPSPCCP.
       01  WS-COMMAREA.
           05  WS-CA-MAINT-STATE PIC X(1).
       LINKAGE SECTION.
                         AUTH-ROLE-MAINT (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         AUTH-SUSPENDED (WS-AUTH-COUNT)
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
                     AND AUTH-ROLE-MAINT (WS-AUTH-IDX) = 'Y'
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
              MOVE 'MNT ' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           DISPLAY 'CICSMNT1 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM2O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO MMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  MMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM2') MAPSET('CICSTSM')
                    FROM(CICSTSM2O) ERASE
                   PERFORM ADD-BREED-ENTRY
               WHEN 'DEL '
                   PERFORM DELETE-BREED-ENTRY
               WHEN 'TGT '
                   PERFORM QUEUE-TARGET-ENTRY
               WHEN 'TLST'
                   PERFORM LIST-TARGET-MASTER
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION - SEE ACTIONS LINE BELOW'
                       TO MMSGO
           END-EVALUATE
           EXEC CICS
                 MOVE SPACES TO WS-QUEUE-BREED
                 MOVE SPACES TO WS-QUEUE-EFF-DATE
                 MOVE SPACES TO WS-QUEUE-EXP-DATE
                 MOVE SPACES TO WS-QUEUE-SPECIES
                 PERFORM QUEUE-MAINT-CHANGE
              END-IF
           END-IF.
              MOVE WS-QUEUE-BREED TO MCH-BREED
              MOVE WS-QUEUE-EFF-DATE TO MCH-EFF-DATE
              MOVE WS-QUEUE-EXP-DATE TO MCH-EXP-DATE
              MOVE WS-QUEUE-SPECIES TO MCH-SPECIES
              WRITE MNT-PEND-RECORD
              IF MNT-PEND-STATUS = '00'
                 MOVE 'CHANGE QUEUED - APPROVE ON CICSMNT2' TO MMSGO
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
               MOVE MNT-BREED-NAME (WS-MNT-IDX) TO BRL-NAME
               MOVE MNT-EFF-DATE (WS-MNT-IDX) TO BRL-EFF
               MOVE MNT-EXP-DATE (WS-MNT-IDX) TO BRL-EXP
               MOVE MNT-SPECIES (WS-MNT-IDX) TO BRL-SPECIES
               PERFORM MOVE-BREED-LINE-TO-MAP
           END-PERFORM
           MOVE 'BREED MASTER LISTED' TO MMSGO.
           END-EVALUATE.

       ADD-BREED-ENTRY.
           PERFORM VALIDATE-ENTRY-SPECIES
           IF MBREEDI = SPACES OR MBREEDI = LOW-VALUES
              MOVE 'ENTER A BREED NAME TO ADD' TO MMSGO
           ELSE
              IF SPECIES-FOUND = 'N'
                 MOVE 'SPECIES MUST BE D, C OR R' TO MMSGO
              ELSE
                 PERFORM LOAD-BREED-MASTER
                 PERFORM FIND-BREED-ENTRY
                 IF WS-MNT-MATCH NOT = 0
                    MOVE 'BREED ALREADY ON MASTER' TO MMSGO
                 ELSE
                    IF WS-MNT-COUNT >= 100
                       MOVE 'BREED MASTER FULL' TO MMSGO
                    ELSE
                       MOVE 'ADD ' TO WS-QUEUE-ACTION
                       MOVE SPACES TO WS-QUEUE-DATE
                       MOVE SPACES TO WS-QUEUE-MODE
                       MOVE MBREEDI TO WS-QUEUE-BREED
                       MOVE MEFFDTI TO WS-QUEUE-EFF-DATE
                       MOVE MEXPDTI TO WS-QUEUE-EXP-DATE
                       MOVE WS-ENTRY-SPECIES TO WS-QUEUE-SPECIES
                       PERFORM QUEUE-MAINT-CHANGE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       DELETE-BREED-ENTRY.
           PERFORM VALIDATE-ENTRY-SPECIES
           IF MBREEDI = SPACES OR MBREEDI = LOW-VALUES
              MOVE 'ENTER A BREED NAME TO DELETE' TO MMSGO
           ELSE
              IF SPECIES-FOUND = 'N'
                 MOVE 'SPECIES MUST BE D, C OR R' TO MMSGO
              ELSE
                 PERFORM LOAD-BREED-MASTER
                 PERFORM FIND-BREED-ENTRY
                 IF WS-MNT-MATCH = 0
                    MOVE 'BREED NOT ON MASTER' TO MMSGO
                 ELSE
                    MOVE 'DEL ' TO WS-QUEUE-ACTION
                    MOVE SPACES TO WS-QUEUE-DATE
                    MOVE SPACES TO WS-QUEUE-MODE
                    MOVE MBREEDI TO WS-QUEUE-BREED
                    MOVE SPACES TO WS-QUEUE-EFF-DATE
                    IF MEXPDTI = SPACES OR MEXPDTI = LOW-VALUES
                       MOVE FUNCTION CURRENT-DATE (1:8) TO
                           WS-QUEUE-EXP-DATE
                    ELSE
                       MOVE MEXPDTI TO WS-QUEUE-EXP-DATE
                    END-IF
                    MOVE WS-ENTRY-SPECIES TO WS-QUEUE-SPECIES
                    PERFORM QUEUE-MAINT-CHANGE
                 END-IF
              END-IF
           END-IF.

       QUEUE-TARGET-ENTRY.
           IF MTSHLI = SPACES OR MTSHLI = LOW-VALUES
              MOVE 'ENTER THE SHELTER CODE FOR THE TARGET' TO MMSGO
           ELSE
              MOVE MTPERI TO WS-DATE-WORK
              MOVE '01' TO WS-DATE-WORK (7:2)
              PERFORM VALIDATE-DATE-FIELD
              IF WS-DATE-VALID = 'N'
                 MOVE 'TARGET PERIOD MUST BE YYYYMM' TO MMSGO
              ELSE
                 IF MTADPI IS NOT NUMERIC OR MTREVI IS NOT NUMERIC
                    MOVE 'ENTER ADOPTION AND REVENUE TARGETS' TO MMSGO
                 ELSE
                    MOVE 'TGT ' TO WS-QUEUE-ACTION
                    MOVE SPACES TO WS-QUEUE-DATE
                    MOVE MTPERI TO WS-QUEUE-DATE (1:6)
                    MOVE SPACES TO WS-QUEUE-MODE
                    MOVE SPACES TO WS-QUEUE-BREED
                    MOVE FUNCTION UPPER-CASE(MTSHLI) TO
                        WS-QUEUE-TGT-SHELTER
                    MOVE MTADPI TO WS-QUEUE-TGT-ADOPT
                    MOVE MTREVI TO WS-QUEUE-TGT-REVENUE
                    MOVE SPACES TO WS-QUEUE-EFF-DATE
                    MOVE SPACES TO WS-QUEUE-EXP-DATE
                    MOVE SPACES TO WS-QUEUE-SPECIES
                    PERFORM QUEUE-MAINT-CHANGE
                 END-IF
              END-IF
           END-IF.

       LIST-TARGET-MASTER.
           MOVE 0 TO WS-LIST-ROW
           MOVE 0 TO WS-TGT-LIST-COUNT
           OPEN INPUT TARGET-MST-FILE
           IF TARGET-MST-STATUS NOT = '00'
              MOVE 'TARGET MASTER NOT AVAILABLE' TO MMSGO
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ TARGET-MST-FILE
                  IF TARGET-MST-STATUS = '00'
                     IF MTSHLI = SPACES OR MTSHLI = LOW-VALUES
                        OR FUNCTION UPPER-CASE(MTSHLI) = TGT-SHELTER
                        ADD 1 TO WS-TGT-LIST-COUNT
                        IF WS-LIST-ROW < 6
                           ADD 1 TO WS-LIST-ROW
                           MOVE TGT-SHELTER TO TGL-SHELTER
                           MOVE TGT-YEAR TO TGL-YEAR
                           MOVE TGT-PERIOD TO TGL-PERIOD
                           MOVE TGT-ADOPT-TARGET TO TGL-ADOPT
                           MOVE TGT-REVENUE-TARGET TO TGL-REVENUE
                           MOVE TGT-APPROVED-BY TO TGL-APPROVED-BY
                           MOVE WS-TARGET-LINE TO WS-BREED-LINE
                           PERFORM MOVE-BREED-LINE-TO-MAP
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE TARGET-MST-FILE
              IF WS-TGT-LIST-COUNT = 0
                 MOVE 'NO TARGETS ON FILE FOR THAT SELECTION' TO MMSGO
              ELSE
                 IF WS-TGT-LIST-COUNT > 6
                    MOVE 'FIRST SIX LISTED - ENTER A SHELTER CODE'
                        TO MMSGO
                 ELSE
                    MOVE 'TARGET MASTER LISTED' TO MMSGO
                 END-IF
              END-IF
           END-IF.

       VALIDATE-ENTRY-SPECIES.
           IF MSPECI = SPACE OR MSPECI = LOW-VALUE
              MOVE SPECIES-DEFAULT-CODE TO WS-ENTRY-SPECIES
           ELSE
              MOVE FUNCTION UPPER-CASE(MSPECI) TO WS-ENTRY-SPECIES
           END-IF
           MOVE 'N' TO SPECIES-FOUND
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WS-ENTRY-SPECIES
                  MOVE 'Y' TO SPECIES-FOUND
                  MOVE SPECIES-CODE-COUNT TO SPECIES-IDX
               END-IF
           END-PERFORM.

       FIND-BREED-ENTRY.
           MOVE 0 TO WS-MNT-MATCH
           PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
                   UNTIL WS-MNT-IDX > WS-MNT-COUNT
               IF MNT-BREED-NAME (WS-MNT-IDX) = MBREEDI
                  AND MNT-SPECIES (WS-MNT-IDX) = WS-ENTRY-SPECIES
                  MOVE WS-MNT-IDX TO WS-MNT-MATCH
                  MOVE WS-MNT-COUNT TO WS-MNT-IDX
               END-IF
