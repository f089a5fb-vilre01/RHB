           FILE STATUS IS JOURNAL-STATUS.
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
       FD  CODE-CTL-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  CODE-CTL-RECORD.
           05  JRN-RESPONSE-CODE PIC X(2).
           05  JRN-FUNCTION PIC X(4).
           05  JRN-END-TIMESTAMP PIC X(21).
           05  JRN-TERMID PIC X(4).
           05  FILLER PIC X(12).
       WORKING-STORAGE SECTION.
           COPY CICSTSM.
       01  AUTH-CTL-STATUS PIC X(2).
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
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 150 TIMES.
                         AUTH-ROLE-MAINT (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         AUTH-SUSPENDED (WS-AUTH-COUNT)
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
                     AND AUTH-ROLE-INQUIRY (WS-AUTH-IDX) = 'Y'
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
              MOVE 'CODE' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           DISPLAY 'CICSCOD1 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM7O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO CMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  CMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM7') MAPSET('CICSTSM')
                    FROM(CICSTSM7O) ERASE
