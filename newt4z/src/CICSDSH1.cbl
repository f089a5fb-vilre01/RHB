       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSDSH1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT ADP-PEND-FILE ASSIGN ADPPEND
           FILE STATUS IS ADP-PEND-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN CICSJRNL
           FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-INQUIRY PIC X(1).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
       FD  ACC-WORK-FILE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.
       01  ACC-WORK-RECORD.
           05  ACW-REGION PIC X(8).
           05  ACW-SHELTER PIC X(4).
           05  ACW-BREED PIC X(30).
           05  ACW-PERIOD PIC 9(2).
           05  ACW-NET PIC 9(3).
           05  ACW-GROSS PIC 9(3).
           05  ACW-RETURNS PIC 9(3).
           05  ACW-FEE-NET PIC 9(9)V99.
           05  ACW-FEE-ADOPT PIC 9(9)V99.
           05  ACW-FEE-CHIP PIC 9(9)V99.
           05  ACW-FEE-DONATION PIC 9(9)V99.
           05  ACW-RET-ADOPT PIC 9(9)V99.
           05  ACW-RET-CHIP PIC 9(9)V99.
           05  ACW-RET-DONATION PIC 9(9)V99.
           05  ACW-SPECIES PIC X(1).
       FD  ADP-PEND-FILE RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  ADP-PEND-RECORD.
           05  PND-STATUS PIC X(1).
           05  PND-USERID PIC X(8).
           05  PND-TIMESTAMP PIC X(21).
           05  PND-BREED PIC X(30).
           05  PND-PERIOD PIC X(2).
           05  PND-SHELTER PIC X(4).
           05  PND-TRAN-TYPE PIC X(1).
           05  PND-FEE PIC X(7).
           05  PND-FEE-COMPONENT PIC X(1).
           05  PND-COUNT PIC X(3).
           05  PND-RESUBMIT-FLAG PIC X(1).
           05  PND-RETURN-REASON PIC X(3).
           05  PND-TO-SHELTER PIC X(4).
           05  PND-CUSTOMER-ID PIC X(8).
           05  PND-SPECIES PIC X(1).
           05  PND-PROMO-CODE PIC X(1).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  JOURNAL-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           05  JRN-USERID PIC X(8).
           05  JRN-TIMESTAMP PIC X(21).
           05  JRN-CUSTOMER-ID PIC X(8).
           05  JRN-SEARCH-NAME PIC X(20).
           05  JRN-RESPONSE-CODE PIC X(2).
           05  JRN-FUNCTION PIC X(4).
           05  JRN-END-TIMESTAMP PIC X(21).
           05  JRN-TERMID PIC X(4).
           05  FILLER PIC X(12).
       WORKING-STORAGE SECTION.
           COPY CICSTSM.
       01  AUTH-CTL-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  ACC-WORK-STATUS PIC X(2).
       01  ADP-PEND-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-RUN-MONTH PIC 9(2).
       01  AUTH-USERID-TABLE.
           05  AUTH-ENTRY OCCURS 50 TIMES.
               10  AUTH-USERID PIC X(8).
               10  AUTH-ROLE-INQUIRY PIC X(1).
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
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
               10  MASTER-SHELTER-NAME PIC X(30).
               10  MASTER-SHELTER-REGION PIC X(8).
               10  MASTER-SHELTER-ACTIVE PIC X(1).
               10  MASTER-SHELTER-NET PIC 9(7).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-TARGET-IDX PIC 9(2) VALUE 0.
       01  WS-SEARCH-SHELTER PIC X(4).
       01  WS-DASH-GROSS PIC 9(7) VALUE 0.
       01  WS-DASH-RETURNS PIC 9(7) VALUE 0.
       01  WS-DASH-NET PIC 9(7) VALUE 0.
       01  WS-DASH-YTD-NET PIC 9(7) VALUE 0.
       01  WS-DASH-FEE-NET PIC 9(11)V99 VALUE 0.
       01  WS-DASH-FEE-ADOPT PIC 9(11)V99 VALUE 0.
       01  WS-DASH-FEE-CHIP PIC 9(11)V99 VALUE 0.
       01  WS-DASH-FEE-DONATION PIC 9(11)V99 VALUE 0.
       01  WS-DASH-PENDING PIC 9(5) VALUE 0.
       01  WS-DASH-RANK PIC 9(2) VALUE 0.
       01  WS-DASH-REGION-COUNT PIC 9(2) VALUE 0.
       01  WS-ACCWORK-LOADED PIC X(1) VALUE 'N'.
       01  WS-DASH-PERIOD-LINE.
           05  FILLER PIC X(7) VALUE 'PERIOD '.
           05  DPL-PERIOD PIC 9(2).
           05  FILLER PIC X(12) VALUE '  ADOPTIONS '.
           05  DPL-GROSS PIC Z(6)9.
           05  FILLER PIC X(10) VALUE '  RETURNS '.
           05  DPL-RETURNS PIC Z(6)9.
           05  FILLER PIC X(6) VALUE '  NET '.
           05  DPL-NET PIC Z(6)9.
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-DASH-FEE-LINE-1.
           05  FILLER PIC X(22) VALUE 'NET REVENUE  ADOPTION '.
           05  DFL-ADOPT PIC Z(10)9.99.
           05  FILLER PIC X(12) VALUE '  MICROCHIP '.
           05  DFL-CHIP PIC Z(10)9.99.
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-DASH-FEE-LINE-2.
           05  FILLER PIC X(22) VALUE '             DONATION '.
           05  DFL-DONATION PIC Z(10)9.99.
           05  FILLER PIC X(12) VALUE '  TOTAL     '.
           05  DFL-TOTAL PIC Z(10)9.99.
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-DASH-YTD-LINE.
           05  FILLER PIC X(27) VALUE 'YEAR TO DATE NET ADOPTIONS '.
           05  DYL-NET PIC Z(6)9.
           05  FILLER PIC X(13) VALUE '  PERIODS 01-'.
           05  DYL-PERIOD PIC 9(2).
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-DASH-PEND-LINE.
           05  FILLER PIC X(33)
               VALUE 'PENDING RELEASE ITEMS IN ADPPEND '.
           05  DPN-COUNT PIC ZZZZ9.
           05  FILLER PIC X(32) VALUE SPACES.
       01  WS-DASH-RANK-LINE.
           05  FILLER PIC X(7) VALUE 'REGION '.
           05  DRK-REGION PIC X(8).
           05  FILLER PIC X(7) VALUE '  RANK '.
           05  DRK-RANK PIC Z9.
           05  FILLER PIC X(4) VALUE ' OF '.
           05  DRK-COUNT PIC Z9.
           05  FILLER PIC X(26) VALUE ' SHELTERS BY NET ADOPTIONS'.
           05  FILLER PIC X(14) VALUE SPACES.
       01  WS-DASH-NAME-LINE.
           05  DNL-NAME PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DNL-STATUS PIC X(9).
       01  WS-JOURNAL-RESPONSE PIC X(2).
       01  WS-COMMAREA.
           05  WS-CA-DASH-STATE PIC X(1).
       LINKAGE SECTION.
           COPY DFHEIBLK.
       01  DFHCOMMAREA.
           05  CA-DASH-STATE PIC X(1).
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-LOGIC.
           PERFORM LOAD-AUTH-TABLE
           PERFORM CHECK-USER-AUTHORIZED
           IF WS-USER-AUTHORIZED NOT = 'Y'
              PERFORM REJECT-NOT-AUTHORIZED
           ELSE
              IF EIBCALEN = 0
                 PERFORM FIRST-ENTRY-LOGIC
              ELSE
                 PERFORM RETURN-ENTRY-LOGIC
              END-IF
           END-IF.

       LOAD-AUTH-TABLE.
           OPEN INPUT AUTH-CTL-FILE
           IF AUTH-CTL-STATUS = '00'
              PERFORM UNTIL AUTH-CTL-STATUS NOT = '00'
                      OR WS-AUTH-COUNT = 50
                  READ AUTH-CTL-FILE
                  IF AUTH-CTL-STATUS = '00'
                     ADD 1 TO WS-AUTH-COUNT
                     MOVE AUTH-CTL-USERID TO
                         AUTH-USERID (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-INQUIRY TO
                         AUTH-ROLE-INQUIRY (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-UPDATE TO
                         AUTH-ROLE-UPDATE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-MAINT TO
                         AUTH-ROLE-MAINT (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         AUTH-SUSPENDED (WS-AUTH-COUNT)
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
              MOVE 'Y' TO WS-AUTH-LOADED
           ELSE
              DISPLAY 'CICSDSH1 AUTHCTL NOT AVAILABLE, SKIPPING '
                  'AUTHORIZATION CHECK'
           END-IF.

       CHECK-USER-AUTHORIZED.
           IF WS-AUTH-LOADED NOT = 'Y'
              MOVE 'Y' TO WS-USER-AUTHORIZED
           ELSE
              MOVE 'N' TO WS-USER-AUTHORIZED
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                  IF EIBUSER = AUTH-USERID (WS-AUTH-IDX)
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

       WRITE-DASH-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS = '00'
              MOVE SPACES TO JOURNAL-RECORD
              MOVE EIBUSER TO JRN-USERID
              MOVE EIBTRMID TO JRN-TERMID
              MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
              MOVE WS-SEARCH-SHELTER TO JRN-SEARCH-NAME
              MOVE WS-JOURNAL-RESPONSE TO JRN-RESPONSE-CODE
              MOVE 'DASH' TO JRN-FUNCTION
              MOVE FUNCTION CURRENT-DATE TO JRN-END-TIMESTAMP
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           END-IF.

       WRITE-REJECT-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
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
              MOVE 'DASH' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           END-IF.

       REJECT-NOT-AUTHORIZED.
           DISPLAY 'CICSDSH1 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM8O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO DMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  DMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM8') MAPSET('CICSTSM')
                    FROM(CICSTSM8O) ERASE
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC.

       FIRST-ENTRY-LOGIC.
           MOVE LOW-VALUES TO CICSTSM8O
           MOVE 'ENTER A SHELTER CODE' TO DMSGO
           EXEC CICS
               SEND MAP('CICSTSM8') MAPSET('CICSTSM')
                    FROM(CICSTSM8O) ERASE
           END-EXEC
           MOVE '1' TO WS-CA-DASH-STATE
           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       RETURN-ENTRY-LOGIC.
           EXEC CICS
               RECEIVE MAP('CICSTSM8') MAPSET('CICSTSM')
                       INTO(CICSTSM8I)
           END-EXEC
           MOVE LOW-VALUES TO CICSTSM8O
           MOVE FUNCTION UPPER-CASE(DSHELI) TO WS-SEARCH-SHELTER
           IF WS-SEARCH-SHELTER = SPACES
              OR WS-SEARCH-SHELTER = LOW-VALUES
              MOVE 'ENTER A SHELTER CODE' TO DMSGO
           ELSE
              PERFORM LOAD-RUN-CONTROL
              PERFORM LOAD-SHELTER-TABLE
              IF WS-TARGET-IDX = 0
                 MOVE 'SHELTER NOT ON SHELTER CONTROL FILE' TO DMSGO
                 MOVE '03' TO WS-JOURNAL-RESPONSE
              ELSE
                 PERFORM ACCUMULATE-SHELTER-ACTIVITY
                 PERFORM COUNT-PENDING-RELEASES
                 PERFORM RANK-SHELTER-IN-REGION
                 PERFORM SHOW-DASHBOARD
                 MOVE '00' TO WS-JOURNAL-RESPONSE
              END-IF
              PERFORM WRITE-DASH-JOURNAL-RECORD
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM8') MAPSET('CICSTSM')
                    FROM(CICSTSM8O)
           END-EXEC
           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

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
           END-IF
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.

       LOAD-SHELTER-TABLE.
           MOVE 0 TO WS-MASTER-SHELTER-COUNT
           MOVE 0 TO WS-TARGET-IDX
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     IF WS-MASTER-SHELTER-COUNT < 50
                        ADD 1 TO WS-MASTER-SHELTER-COUNT
                        MOVE CTL-SHELTER-CODE TO MASTER-SHELTER-CODE
                            (WS-MASTER-SHELTER-COUNT)
                        MOVE CTL-SHELTER-NAME TO MASTER-SHELTER-NAME
                            (WS-MASTER-SHELTER-COUNT)
                        MOVE CTL-SHELTER-REGION TO
                            MASTER-SHELTER-REGION
                            (WS-MASTER-SHELTER-COUNT)
                        MOVE CTL-SHELTER-ACTIVE TO
                            MASTER-SHELTER-ACTIVE
                            (WS-MASTER-SHELTER-COUNT)
                        MOVE 0 TO MASTER-SHELTER-NET
                            (WS-MASTER-SHELTER-COUNT)
                        IF CTL-SHELTER-CODE = WS-SEARCH-SHELTER
                           MOVE WS-MASTER-SHELTER-COUNT TO
                               WS-TARGET-IDX
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           END-IF.

       ACCUMULATE-SHELTER-ACTIVITY.
           OPEN INPUT ACC-WORK-FILE
           IF ACC-WORK-STATUS = '00'
              MOVE 'Y' TO WS-ACCWORK-LOADED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ACC-WORK-FILE
                  IF ACC-WORK-STATUS = '00'
                     PERFORM ACCUMULATE-ONE-ACC-WORK
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ACC-WORK-FILE
           END-IF.

       ACCUMULATE-ONE-ACC-WORK.
           IF ACW-PERIOD = WS-RUN-MONTH
              PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                      UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
                  IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                         ACW-SHELTER
                     ADD ACW-NET TO MASTER-SHELTER-NET (WS-SHELTER-IDX)
                  END-IF
              END-PERFORM
           END-IF
           IF ACW-SHELTER = WS-SEARCH-SHELTER
              IF ACW-PERIOD >= 1 AND ACW-PERIOD <= WS-RUN-MONTH
                 ADD ACW-NET TO WS-DASH-YTD-NET
              END-IF
              IF ACW-PERIOD = WS-RUN-MONTH
                 ADD ACW-GROSS TO WS-DASH-GROSS
                 ADD ACW-RETURNS TO WS-DASH-RETURNS
                 ADD ACW-NET TO WS-DASH-NET
                 ADD ACW-FEE-NET TO WS-DASH-FEE-NET
                 ADD ACW-FEE-ADOPT TO WS-DASH-FEE-ADOPT
                 ADD ACW-FEE-CHIP TO WS-DASH-FEE-CHIP
                 ADD ACW-FEE-DONATION TO WS-DASH-FEE-DONATION
              END-IF
           END-IF.

       COUNT-PENDING-RELEASES.
           OPEN INPUT ADP-PEND-FILE
           IF ADP-PEND-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADP-PEND-FILE
                  IF ADP-PEND-STATUS = '00'
                     IF PND-STATUS = 'P'
                        AND PND-SHELTER = WS-SEARCH-SHELTER
                        ADD 1 TO WS-DASH-PENDING
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ADP-PEND-FILE
           END-IF.

       RANK-SHELTER-IN-REGION.
           MOVE 1 TO WS-DASH-RANK
           MOVE 0 TO WS-DASH-REGION-COUNT
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-REGION (WS-SHELTER-IDX) =
                      MASTER-SHELTER-REGION (WS-TARGET-IDX)
                  AND (MASTER-SHELTER-ACTIVE (WS-SHELTER-IDX) = 'Y'
                       OR WS-SHELTER-IDX = WS-TARGET-IDX)
                  ADD 1 TO WS-DASH-REGION-COUNT
                  IF MASTER-SHELTER-NET (WS-SHELTER-IDX) >
                         MASTER-SHELTER-NET (WS-TARGET-IDX)
                     ADD 1 TO WS-DASH-RANK
                  END-IF
               END-IF
           END-PERFORM.

       SHOW-DASHBOARD.
           MOVE WS-SEARCH-SHELTER TO DSHELO
           MOVE MASTER-SHELTER-NAME (WS-TARGET-IDX) TO DNL-NAME
           IF MASTER-SHELTER-ACTIVE (WS-TARGET-IDX) = 'Y'
              MOVE SPACES TO DNL-STATUS
           ELSE
              MOVE 'INACTIVE' TO DNL-STATUS
           END-IF
           MOVE WS-DASH-NAME-LINE TO DNAMEO
           MOVE WS-RUN-MONTH TO DPL-PERIOD
           MOVE WS-DASH-GROSS TO DPL-GROSS
           MOVE WS-DASH-RETURNS TO DPL-RETURNS
           MOVE WS-DASH-NET TO DPL-NET
           MOVE WS-DASH-PERIOD-LINE TO DLN1O
           MOVE WS-DASH-FEE-ADOPT TO DFL-ADOPT
           MOVE WS-DASH-FEE-CHIP TO DFL-CHIP
           MOVE WS-DASH-FEE-LINE-1 TO DLN2O
           MOVE WS-DASH-FEE-DONATION TO DFL-DONATION
           MOVE WS-DASH-FEE-NET TO DFL-TOTAL
           MOVE WS-DASH-FEE-LINE-2 TO DLN3O
           MOVE WS-DASH-YTD-NET TO DYL-NET
           MOVE WS-RUN-MONTH TO DYL-PERIOD
           MOVE WS-DASH-YTD-LINE TO DLN4O
           MOVE WS-DASH-PENDING TO DPN-COUNT
           MOVE WS-DASH-PEND-LINE TO DLN5O
           MOVE MASTER-SHELTER-REGION (WS-TARGET-IDX) TO DRK-REGION
           MOVE WS-DASH-RANK TO DRK-RANK
           MOVE WS-DASH-REGION-COUNT TO DRK-COUNT
           MOVE WS-DASH-RANK-LINE TO DLN6O
           IF WS-ACCWORK-LOADED = 'Y'
              MOVE 'FIGURES AS OF THE LAST NIGHTLY RUN' TO DMSGO
           ELSE
              MOVE 'ACCWORK NOT AVAILABLE, NO PERIOD FIGURES' TO DMSGO
           END-IF.
       END PROGRAM CICSDSH1.
