           FILE STATUS IS JOURNAL-STATUS.
           SELECT ADP-PEND-FILE ASSIGN ADPPEND
           FILE STATUS IS ADP-PEND-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN WATCHLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WLM-CUSTOMER-ID
           FILE STATUS IS WATCH-LIST-STATUS.
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
       FD  ADP-PEND-FILE RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  ADP-PEND-RECORD.
           05  PND-STATUS PIC X(1).
           05  PND-COUNT PIC X(3).
           05  PND-RESUBMIT-FLAG PIC X(1).
           05  PND-RETURN-REASON PIC X(3).
           05  PND-TO-SHELTER PIC X(4).
           05  PND-CUSTOMER-ID PIC X(8).
           05  PND-SPECIES PIC X(1).
           05  PND-PROMO-CODE PIC X(1).
       FD  WATCH-LIST-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WATCH-LIST-RECORD.
           05  WLM-CUSTOMER-ID PIC X(8).
           05  WLM-WATCH-FLAG PIC X(1).
           05  WLM-RETURN-COUNT PIC 9(3).
           05  WLM-MANUAL-FLAG PIC X(1).
           05  WLM-SHELTER PIC X(4).
           05  WLM-REASON PIC X(30).
           05  WLM-ENTERED-BY PIC X(8).
           05  WLM-LAST-RETURN-DATE PIC X(8).
           05  WLM-LAST-ANIMAL-ID PIC X(10).
           05  WLM-UPDATED-TS PIC X(21).
           05  FILLER PIC X(6).
       WORKING-STORAGE SECTION.
           COPY CICSTSM.
       01  AUTH-CTL-STATUS PIC X(2).
       01  ADP-PEND-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
       01  WATCH-LIST-STATUS PIC X(2).
       01  WS-CUSTOMER-WATCHED PIC X(1) VALUE 'N'.
       01  AUTH-USERID-TABLE.
           05  AUTH-ENTRY OCCURS 50 TIMES.
               10  AUTH-USERID PIC X(8).
               10  AUTH-ROLE-UPDATE PIC X(1).
               10  AUTH-ROLE-MAINT PIC X(1).
               10  AUTH-ROLE-APPROVE PIC X(1).
               10  AUTH-SUSPENDED PIC X(1).
       01  WS-AUTH-COUNT PIC 9(2) VALUE 0.
       01  WS-AUTH-LOADED PIC X(1) VALUE 'N'.
       01  WS-AUTH-IDX PIC 9(2).
       01  WS-USER-AUTHORIZED PIC X(1) VALUE 'N'.
       01  WS-USER-SUSPENDED PIC X(1) VALUE 'N'.
       01  WS-EDIT-MESSAGE PIC X(40).
       01  WS-ENTRY-SPECIES PIC X(1).
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
           COPY ZTPSPCCP.
       01  WS-COMMAREA.
           05  WS-CA-ENTRY-STATE PIC X(1).
       LINKAGE SECTION.
                         AUTH-ROLE-MAINT (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         AUTH-SUSPENDED (WS-AUTH-COUNT)
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
                     AND AUTH-ROLE-UPDATE (WS-AUTH-IDX) = 'Y'
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
              MOVE 'ADPE' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           DISPLAY 'CICSADP1 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM4O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO AMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  AMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM4') MAPSET('CICSTSM')
                    FROM(CICSTSM4O) ERASE
           IF ABREEDI = SPACES OR ABREEDI = LOW-VALUES
              MOVE 'ENTER A BREED NAME' TO WS-EDIT-MESSAGE
           END-IF
           IF ASPECI = SPACES OR ASPECI = LOW-VALUES
              MOVE SPECIES-DEFAULT-CODE TO WS-ENTRY-SPECIES
           ELSE
              MOVE ASPECI TO WS-ENTRY-SPECIES
           END-IF
           IF WS-EDIT-MESSAGE = SPACES
              MOVE 'N' TO SPECIES-FOUND
              PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                      UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
                  IF SPECIES-CODE (SPECIES-IDX) = WS-ENTRY-SPECIES
                     MOVE 'Y' TO SPECIES-FOUND
                  END-IF
              END-PERFORM
              IF SPECIES-FOUND = 'N'
                 MOVE 'SPECIES MUST BE D, C OR R' TO WS-EDIT-MESSAGE
              END-IF
           END-IF
           IF WS-EDIT-MESSAGE = SPACES
              AND (ASHELTI = SPACES OR ASHELTI = LOW-VALUES)
              MOVE 'ENTER A SHELTER CODE' TO WS-EDIT-MESSAGE
           END-IF
           IF WS-EDIT-MESSAGE = SPACES
              IF ATRANI NOT = 'A' AND ATRANI NOT = 'R'
                 AND ATRANI NOT = 'T'
                 MOVE 'TRAN TYPE MUST BE A, R OR T' TO WS-EDIT-MESSAGE
              END-IF
           END-IF
           IF WS-EDIT-MESSAGE = SPACES
              IF ATRANI = 'T'
                 IF ATOSHLTI = SPACES OR ATOSHLTI = LOW-VALUES
                    MOVE 'ENTER A TO SHELTER FOR TYPE T' TO
                        WS-EDIT-MESSAGE
                 ELSE
                    IF ATOSHLTI = ASHELTI
                       MOVE 'TO SHELTER MUST DIFFER FROM SHELTER' TO
                           WS-EDIT-MESSAGE
                    END-IF
                 END-IF
              ELSE
                 IF ATOSHLTI NOT = SPACES
                    AND ATOSHLTI NOT = LOW-VALUES
                    MOVE 'TO SHELTER ONLY VALID FOR TYPE T' TO
                        WS-EDIT-MESSAGE
                 END-IF
              END-IF
           END-IF
           IF WS-EDIT-MESSAGE = SPACES
                 MOVE 'RETURN REASON ONLY VALID FOR TYPE R' TO
                     WS-EDIT-MESSAGE
              END-IF
           END-IF
           IF WS-EDIT-MESSAGE = SPACES
              IF APROMOI NOT = SPACE AND APROMOI NOT = LOW-VALUES
                 IF ATRANI NOT = 'A'
                    MOVE 'PROMO CODE ONLY VALID FOR TYPE A' TO
                        WS-EDIT-MESSAGE
                 ELSE
                    IF APROMOI IS NOT ALPHABETIC-UPPER
                       AND APROMOI IS NOT NUMERIC
                       MOVE 'PROMO CODE MUST BE A-Z OR 0-9' TO
                           WS-EDIT-MESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE 'N' TO WS-CUSTOMER-WATCHED
           IF WS-EDIT-MESSAGE = SPACES
              AND ACUSTI NOT = SPACES AND ACUSTI NOT = LOW-VALUES
              IF ATRANI NOT = 'A'
                 MOVE 'CUSTOMER ONLY VALID FOR TYPE A' TO
                     WS-EDIT-MESSAGE
              ELSE
                 MOVE 'V' TO CDA-ACTION
                 MOVE ACUSTI TO CDA-CUST-NUMBER
                 CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
                 IF CDA-RESULT NOT = 'Y'
                    MOVE CDA-REASON TO WS-EDIT-MESSAGE
                 ELSE
                    PERFORM CHECK-CUSTOMER-WATCH-LIST
                 END-IF
              END-IF
           END-IF.

       CHECK-CUSTOMER-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS = '00'
              MOVE ACUSTI TO WLM-CUSTOMER-ID
              READ WATCH-LIST-FILE
              IF WATCH-LIST-STATUS = '00'
                 AND WLM-WATCH-FLAG = 'Y'
                 MOVE 'Y' TO WS-CUSTOMER-WATCHED
                 DISPLAY 'CICSADP1 WATCHED CUSTOMER KEYED: '
                     WLM-CUSTOMER-ID ' USER: ' EIBUSER
              END-IF
              CLOSE WATCH-LIST-FILE
           ELSE
              DISPLAY 'CICSADP1 WATCHLST NOT AVAILABLE, SKIPPING '
                  'WATCH LIST CHECK'
           END-IF.

       QUEUE-PENDING-TRANSACTION.
              MOVE EIBUSER TO PND-USERID
              MOVE FUNCTION CURRENT-DATE TO PND-TIMESTAMP
              MOVE ABREEDI TO PND-BREED
              MOVE WS-ENTRY-SPECIES TO PND-SPECIES
              MOVE APERIODI TO PND-PERIOD
              MOVE ASHELTI TO PND-SHELTER
              MOVE ATRANI TO PND-TRAN-TYPE
              ELSE
                 MOVE ARSNI TO PND-RETURN-REASON
              END-IF
              IF ATOSHLTI = LOW-VALUES
                 MOVE SPACES TO PND-TO-SHELTER
              ELSE
                 MOVE ATOSHLTI TO PND-TO-SHELTER
              END-IF
              IF ACUSTI = LOW-VALUES
                 MOVE SPACES TO PND-CUSTOMER-ID
              ELSE
                 MOVE ACUSTI TO PND-CUSTOMER-ID
              END-IF
              IF APROMOI = LOW-VALUES
                 MOVE SPACE TO PND-PROMO-CODE
              ELSE
                 MOVE APROMOI TO PND-PROMO-CODE
              END-IF
              WRITE ADP-PEND-RECORD
              IF ADP-PEND-STATUS = '00'
                 IF WS-CUSTOMER-WATCHED = 'Y'
                    MOVE 'WATCHED CUSTOMER - HELD FOR SUPERVISOR'
                        TO AMSGO
                 ELSE
                    MOVE 'QUEUED FOR NIGHTLY RELEASE' TO AMSGO
                 END-IF
              ELSE
                 MOVE 'PENDING WRITE FAILED' TO AMSGO
              END-IF
