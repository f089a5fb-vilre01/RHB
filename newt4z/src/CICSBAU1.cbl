       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSBAU1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN CICSJRNL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT BATCH-AUTH-FILE ASSIGN BATAUTH
           FILE STATUS IS BATCH-AUTH-STATUS.
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
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  BATCH-AUTH-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPBAUCP.
       WORKING-STORAGE SECTION.
           COPY CICSTSM.
       01  AUTH-CTL-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  BATCH-AUTH-STATUS PIC X(2).
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
       01  WS-USER-APPROVER PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).
       01  WS-NOW-TS PIC X(14).
       01  BATCH-AUTH-TABLE.
           05  BAT-ENTRY OCCURS 500 TIMES.
               10  BAT-RECORD PIC X(150).
       01  WS-BAT-COUNT PIC 9(3) VALUE 0.
       01  WS-BAT-IDX PIC 9(3).
       01  WS-BAT-MATCH PIC 9(3).
       01  WS-BAT-OVERFLOW PIC X(1) VALUE 'N'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-LAST-SEQUENCE PIC 9(6) VALUE 0.
       01  WS-REQUEST-ID.
           05  FILLER PIC X(2) VALUE 'BA'.
           05  WS-REQUEST-SEQ PIC 9(6).
       01  WS-DESTRUCTIVE-PROGRAMS.
           05  FILLER PIC X(8) VALUE 'ZTPERASE'.
           05  FILLER PIC X(8) VALUE 'ZTPDMPRG'.
           05  FILLER PIC X(8) VALUE 'ZTPKSDSG'.
           05  FILLER PIC X(8) VALUE 'ZTPAUDHK'.
           05  FILLER PIC X(8) VALUE 'ZTPDBVSR'.
       01  WS-DESTRUCTIVE-TBL REDEFINES WS-DESTRUCTIVE-PROGRAMS.
           05  WS-DESTRUCTIVE-NAME OCCURS 5 TIMES PIC X(8).
       01  WS-PGM-IDX PIC 9(1).
       01  WS-PROGRAM-VALID PIC X(1).
       01  WS-IN-ACTION PIC X(4).
       01  WS-IN-REQUEST-ID PIC X(8).
       01  WS-IN-HOURS PIC X(2).
       01  WS-IN-PROGRAM PIC X(8).
       01  WS-IN-DATE PIC X(8).
       01  WS-IN-DSN PIC X(44).
       01  WS-VALID-HOURS PIC 9(2).
       01  WS-DEFAULT-HOURS PIC 9(2) VALUE 24.
       01  WS-MAX-HOURS PIC 9(2) VALUE 72.
       01  WS-DATE-VALID PIC X(1).
       01  WS-DATE-NUM PIC 9(8).
       01  WS-DATE-INT PIC 9(8).
       01  WS-EXPIRY-HOUR PIC 9(4).
       01  WS-EXPIRY-DAYS PIC 9(4).
       01  WS-ACTION-MESSAGE PIC X(40) VALUE SPACES.
       01  WS-JRN-RESPONSE PIC X(2).
       01  WS-LIST-ROW PIC 9(1).
       01  WS-OPEN-LINE.
           05  OPL-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  OPL-STATUS PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  OPL-PROGRAM PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  OPL-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  OPL-REQUESTER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  OPL-APPROVER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  OPL-EXPIRY PIC X(12).
           05  FILLER PIC X(11) VALUE SPACES.
       01  WS-COMMAREA.
           05  WS-CA-BAU-STATE PIC X(1).
       LINKAGE SECTION.
           COPY DFHEIBLK.
       01  DFHCOMMAREA.
           05  CA-BAU-STATE PIC X(1).
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
              DISPLAY 'CICSBAU1 AUTHCTL NOT AVAILABLE, NO USER CAN '
                  'RAISE OR APPROVE'
           END-IF.

      * UNLIKE THE INQUIRY AND MAINTENANCE TRANSACTIONS THIS ONE FAILS
      * CLOSED: WITHOUT AUTHCTL NOBODY IS LET IN, BECAUSE AN APPROVED
      * ENTRY LETS A DELETING RUN GO AHEAD.
       CHECK-USER-AUTHORIZED.
           MOVE 'N' TO WS-USER-AUTHORIZED
           MOVE 'N' TO WS-USER-APPROVER
           IF WS-AUTH-LOADED = 'Y'
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                  IF EIBUSER = AUTH-USERID (WS-AUTH-IDX)
                     MOVE 'Y' TO WS-USER-AUTHORIZED
                     IF AUTH-ROLE-APPROVE (WS-AUTH-IDX) = 'Y'
                        MOVE 'Y' TO WS-USER-APPROVER
                     END-IF
                     IF AUTH-SUSPENDED (WS-AUTH-IDX) = 'Y'
                        MOVE 'Y' TO WS-USER-SUSPENDED
                     END-IF
                  END-IF
              END-PERFORM
              IF WS-USER-SUSPENDED = 'Y'
                 MOVE 'N' TO WS-USER-AUTHORIZED
                 MOVE 'N' TO WS-USER-APPROVER
              END-IF
           END-IF.

       WRITE-BAU-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS = '00'
              MOVE SPACES TO JOURNAL-RECORD
              MOVE EIBUSER TO JRN-USERID
              MOVE EIBTRMID TO JRN-TERMID
              MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
              MOVE WS-IN-REQUEST-ID TO JRN-CUSTOMER-ID
              STRING WS-IN-ACTION ' ' WS-IN-PROGRAM
                  DELIMITED BY SIZE INTO JRN-SEARCH-NAME
              MOVE WS-JRN-RESPONSE TO JRN-RESPONSE-CODE
              MOVE 'BAUT' TO JRN-FUNCTION
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
              MOVE 'BAUT' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           END-IF.

       REJECT-NOT-AUTHORIZED.
           DISPLAY 'CICSBAU1 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSMAO
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO BMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  BMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSMA') MAPSET('CICSTSM')
                    FROM(CICSTSMAO) ERASE
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC.

       FIRST-ENTRY-LOGIC.
           MOVE LOW-VALUES TO CICSTSMAO
           PERFORM LOAD-BATCH-AUTH-TABLE
           PERFORM FILL-OPEN-ROWS
           MOVE 'ENTER ACTION' TO BMSGO
           EXEC CICS
               SEND MAP('CICSTSMA') MAPSET('CICSTSM')
                    FROM(CICSTSMAO) ERASE
           END-EXEC
           MOVE '1' TO WS-CA-BAU-STATE
           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       RETURN-ENTRY-LOGIC.
           EXEC CICS
               RECEIVE MAP('CICSTSMA') MAPSET('CICSTSM')
                       INTO(CICSTSMAI)
           END-EXEC
           PERFORM EDIT-MAP-INPUT
           MOVE LOW-VALUES TO CICSTSMAO
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-BATCH-AUTH-TABLE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           MOVE SPACES TO WS-ACTION-MESSAGE
           MOVE '00' TO WS-JRN-RESPONSE
           EVALUATE WS-IN-ACTION
               WHEN 'LIST'
                   MOVE 'OPEN AUTHORIZATIONS LISTED' TO
                       WS-ACTION-MESSAGE
               WHEN 'RAIS'
                   PERFORM RAISE-AUTH-REQUEST
               WHEN 'APPR'
                   PERFORM APPROVE-AUTH-REQUEST
               WHEN 'CANC'
                   PERFORM CANCEL-AUTH-REQUEST
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION - USE LIST RAIS APPR CANC' TO
                       WS-ACTION-MESSAGE
           END-EVALUATE
           PERFORM FILL-OPEN-ROWS
           MOVE WS-ACTION-MESSAGE TO BMSGO
           MOVE WS-IN-REQUEST-ID TO BREQO
           EXEC CICS
               SEND MAP('CICSTSMA') MAPSET('CICSTSM')
                    FROM(CICSTSMAO)
           END-EXEC
           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       EDIT-MAP-INPUT.
           MOVE FUNCTION UPPER-CASE(BACTIONI) TO WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(BREQI) TO WS-IN-REQUEST-ID
           MOVE BHOURSI TO WS-IN-HOURS
           MOVE FUNCTION UPPER-CASE(BPGMI) TO WS-IN-PROGRAM
           MOVE BDATEI TO WS-IN-DATE
           MOVE FUNCTION UPPER-CASE(BDSNI) TO WS-IN-DSN
           INSPECT WS-IN-ACTION REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-IN-REQUEST-ID REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-IN-HOURS REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-IN-PROGRAM REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-IN-DATE REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-IN-DSN REPLACING ALL LOW-VALUES BY SPACES.

       LOAD-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT RUN-CTL-FILE
           IF RUN-CTL-STATUS = '00'
              READ RUN-CTL-FILE
              IF RUN-CTL-STATUS = '00'
                 MOVE RUNCTL-DATE TO WS-RUN-DATE
              END-IF
              CLOSE RUN-CTL-FILE
           END-IF.

       LOAD-BATCH-AUTH-TABLE.
           MOVE 0 TO WS-BAT-COUNT
           MOVE 0 TO WS-LAST-SEQUENCE
           MOVE 'N' TO WS-BAT-OVERFLOW
           OPEN INPUT BATCH-AUTH-FILE
           IF BATCH-AUTH-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ BATCH-AUTH-FILE
                  IF BATCH-AUTH-STATUS = '00'
                     IF WS-BAT-COUNT < 500
                        ADD 1 TO WS-BAT-COUNT
                        MOVE BATCH-AUTH-RECORD TO
                            BAT-RECORD (WS-BAT-COUNT)
                        IF BAU-REQUEST-ID (3:6) IS NUMERIC
                           AND BAU-REQUEST-ID (3:6) > WS-LAST-SEQUENCE
                           MOVE BAU-REQUEST-ID (3:6) TO
                               WS-LAST-SEQUENCE
                        END-IF
                     ELSE
                        MOVE 'Y' TO WS-BAT-OVERFLOW
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE BATCH-AUTH-FILE
           END-IF.

       SAVE-BATCH-AUTH-TABLE.
           IF WS-BAT-OVERFLOW = 'Y'
              MOVE 'BATAUTH FULL - ARCHIVE CONSUMED ENTRIES' TO
                  WS-ACTION-MESSAGE
           ELSE
              OPEN OUTPUT BATCH-AUTH-FILE
              IF BATCH-AUTH-STATUS NOT = '00'
                 MOVE 'BATAUTH REWRITE FAILED' TO WS-ACTION-MESSAGE
              ELSE
                 PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                         UNTIL WS-BAT-IDX > WS-BAT-COUNT
                     MOVE BAT-RECORD (WS-BAT-IDX) TO BATCH-AUTH-RECORD
                     WRITE BATCH-AUTH-RECORD
                 END-PERFORM
                 CLOSE BATCH-AUTH-FILE
              END-IF
           END-IF.

       RAISE-AUTH-REQUEST.
           MOVE 'N' TO WS-PROGRAM-VALID
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > 5
               IF WS-DESTRUCTIVE-NAME (WS-PGM-IDX) = WS-IN-PROGRAM
                  MOVE 'Y' TO WS-PROGRAM-VALID
               END-IF
           END-PERFORM
           PERFORM EDIT-BUSINESS-DATE
           EVALUATE TRUE
               WHEN WS-PROGRAM-VALID = 'N'
                   MOVE 'PROGRAM DOES NOT NEED AUTHORIZATION' TO
                       WS-ACTION-MESSAGE
               WHEN WS-DATE-VALID = 'N'
                   MOVE 'BUSINESS DATE NOT A VALID YYYYMMDD' TO
                       WS-ACTION-MESSAGE
               WHEN WS-IN-DATE < WS-RUN-DATE
                   MOVE 'BUSINESS DATE IS IN THE PAST' TO
                       WS-ACTION-MESSAGE
               WHEN WS-IN-DSN = SPACES
                   MOVE 'INPUT DATASET NAME MISSING' TO
                       WS-ACTION-MESSAGE
               WHEN WS-BAT-COUNT NOT < 500
                   MOVE 'BATAUTH TABLE FULL' TO WS-ACTION-MESSAGE
               WHEN OTHER
                   PERFORM FIND-OPEN-DUPLICATE
                   IF WS-BAT-MATCH > 0
                      MOVE 'SAME RUN ALREADY REQUESTED' TO
                          WS-ACTION-MESSAGE
                      MOVE BAT-RECORD (WS-BAT-MATCH) (1:8) TO
                          WS-IN-REQUEST-ID
                   END-IF
           END-EVALUATE
           IF WS-ACTION-MESSAGE = SPACES
              ADD 1 TO WS-LAST-SEQUENCE
              MOVE WS-LAST-SEQUENCE TO WS-REQUEST-SEQ
              MOVE SPACES TO BATCH-AUTH-RECORD
              MOVE WS-REQUEST-ID TO BAU-REQUEST-ID
              MOVE 'P' TO BAU-STATUS
              MOVE WS-IN-PROGRAM TO BAU-PROGRAM-ID
              MOVE WS-IN-DATE TO BAU-BUSINESS-DATE
              MOVE WS-IN-DSN TO BAU-INPUT-DSN
              MOVE EIBUSER TO BAU-REQUESTER
              MOVE WS-NOW-TS TO BAU-REQUESTED-TS
              MOVE 0 TO BAU-CONSUMED-RC
              ADD 1 TO WS-BAT-COUNT
              MOVE BATCH-AUTH-RECORD TO BAT-RECORD (WS-BAT-COUNT)
              PERFORM SAVE-BATCH-AUTH-TABLE
              IF WS-ACTION-MESSAGE = SPACES
                 MOVE WS-REQUEST-ID TO WS-IN-REQUEST-ID
                 MOVE 'RAISED - A SECOND USER MUST APPROVE' TO
                     WS-ACTION-MESSAGE
                 PERFORM WRITE-BAU-JOURNAL-RECORD
              END-IF
           END-IF.

       EDIT-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-IN-DATE IS NUMERIC
              AND WS-IN-DATE (5:2) >= '01' AND WS-IN-DATE (5:2) <= '12'
              AND WS-IN-DATE (7:2) >= '01' AND WS-IN-DATE (7:2) <= '31'
              MOVE 'Y' TO WS-DATE-VALID
           END-IF.

       FIND-OPEN-DUPLICATE.
           MOVE 0 TO WS-BAT-MATCH
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               MOVE BAT-RECORD (WS-BAT-IDX) TO BATCH-AUTH-RECORD
               IF (BAU-PENDING OR BAU-APPROVED)
                  AND BAU-PROGRAM-ID = WS-IN-PROGRAM
                  AND BAU-BUSINESS-DATE = WS-IN-DATE
                  AND BAU-INPUT-DSN = WS-IN-DSN
                  MOVE WS-BAT-IDX TO WS-BAT-MATCH
               END-IF
           END-PERFORM.

       FIND-REQUEST-BY-ID.
           MOVE 0 TO WS-BAT-MATCH
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF BAT-RECORD (WS-BAT-IDX) (1:8) = WS-IN-REQUEST-ID
                  MOVE WS-BAT-IDX TO WS-BAT-MATCH
               END-IF
           END-PERFORM
           IF WS-BAT-MATCH > 0
              MOVE BAT-RECORD (WS-BAT-MATCH) TO BATCH-AUTH-RECORD
              MOVE BAU-PROGRAM-ID TO WS-IN-PROGRAM
           END-IF.

       APPROVE-AUTH-REQUEST.
           PERFORM FIND-REQUEST-BY-ID
           MOVE WS-DEFAULT-HOURS TO WS-VALID-HOURS
           EVALUATE TRUE
               WHEN WS-IN-REQUEST-ID = SPACES
                   MOVE 'ENTER THE REQUEST ID TO APPROVE' TO
                       WS-ACTION-MESSAGE
               WHEN WS-BAT-MATCH = 0
                   MOVE 'REQUEST ID NOT ON BATAUTH' TO
                       WS-ACTION-MESSAGE
               WHEN NOT BAU-PENDING
                   MOVE 'REQUEST IS NOT AWAITING APPROVAL' TO
                       WS-ACTION-MESSAGE
               WHEN BAU-REQUESTER = EIBUSER
                   MOVE 'REQUESTER CANNOT APPROVE OWN REQUEST' TO
                       WS-ACTION-MESSAGE
                   MOVE 'NA' TO WS-JRN-RESPONSE
               WHEN WS-USER-APPROVER = 'N'
                   MOVE 'USER DOES NOT HOLD THE APPROVE ROLE' TO
                       WS-ACTION-MESSAGE
                   MOVE 'NA' TO WS-JRN-RESPONSE
               WHEN BAU-BUSINESS-DATE < WS-RUN-DATE
                   MOVE 'REQUEST IS FOR A PAST BUSINESS DATE' TO
                       WS-ACTION-MESSAGE
               WHEN WS-IN-HOURS = SPACES
                   CONTINUE
               WHEN WS-IN-HOURS IS NOT NUMERIC
                   MOVE 'VALID HOURS MUST BE 01 TO 72' TO
                       WS-ACTION-MESSAGE
               WHEN OTHER
                   MOVE WS-IN-HOURS TO WS-VALID-HOURS
                   IF WS-VALID-HOURS = 0
                      OR WS-VALID-HOURS > WS-MAX-HOURS
                      MOVE 'VALID HOURS MUST BE 01 TO 72' TO
                          WS-ACTION-MESSAGE
                   END-IF
           END-EVALUATE
           IF WS-ACTION-MESSAGE = SPACES
              MOVE 'A' TO BAU-STATUS
              MOVE EIBUSER TO BAU-APPROVER
              MOVE WS-NOW-TS TO BAU-APPROVED-TS
              PERFORM COMPUTE-EXPIRY-TS
              MOVE BATCH-AUTH-RECORD TO BAT-RECORD (WS-BAT-MATCH)
              PERFORM SAVE-BATCH-AUTH-TABLE
              IF WS-ACTION-MESSAGE = SPACES
                 MOVE 'REQUEST APPROVED' TO WS-ACTION-MESSAGE
                 PERFORM WRITE-BAU-JOURNAL-RECORD
              END-IF
           ELSE
              IF WS-JRN-RESPONSE = 'NA'
                 PERFORM WRITE-BAU-JOURNAL-RECORD
              END-IF
           END-IF.

       COMPUTE-EXPIRY-TS.
           MOVE WS-NOW-TS (1:8) TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-NOW-TS (9:2) TO WS-EXPIRY-HOUR
           ADD WS-VALID-HOURS TO WS-EXPIRY-HOUR
           DIVIDE WS-EXPIRY-HOUR BY 24 GIVING WS-EXPIRY-DAYS
               REMAINDER WS-EXPIRY-HOUR
           ADD WS-EXPIRY-DAYS TO WS-DATE-INT
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-NOW-TS TO BAU-EXPIRY-TS
           MOVE WS-DATE-NUM TO BAU-EXPIRY-TS (1:8)
           MOVE WS-EXPIRY-HOUR (3:2) TO BAU-EXPIRY-TS (9:2).

       CANCEL-AUTH-REQUEST.
           PERFORM FIND-REQUEST-BY-ID
           EVALUATE TRUE
               WHEN WS-IN-REQUEST-ID = SPACES
                   MOVE 'ENTER THE REQUEST ID TO CANCEL' TO
                       WS-ACTION-MESSAGE
               WHEN WS-BAT-MATCH = 0
                   MOVE 'REQUEST ID NOT ON BATAUTH' TO
                       WS-ACTION-MESSAGE
               WHEN NOT BAU-PENDING AND NOT BAU-APPROVED
                   MOVE 'REQUEST IS NO LONGER OPEN' TO
                       WS-ACTION-MESSAGE
               WHEN BAU-REQUESTER NOT = EIBUSER
                   AND WS-USER-APPROVER = 'N'
                   MOVE 'ONLY REQUESTER OR AN APPROVER MAY CANCEL' TO
                       WS-ACTION-MESSAGE
                   MOVE 'NA' TO WS-JRN-RESPONSE
                   PERFORM WRITE-BAU-JOURNAL-RECORD
               WHEN OTHER
                   MOVE 'X' TO BAU-STATUS
                   MOVE BATCH-AUTH-RECORD TO BAT-RECORD (WS-BAT-MATCH)
                   PERFORM SAVE-BATCH-AUTH-TABLE
                   IF WS-ACTION-MESSAGE = SPACES
                      MOVE 'REQUEST CANCELLED' TO WS-ACTION-MESSAGE
                      PERFORM WRITE-BAU-JOURNAL-RECORD
                   END-IF
           END-EVALUATE.

       FILL-OPEN-ROWS.
           MOVE 0 TO WS-LIST-ROW
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
                   OR WS-LIST-ROW = 6
               MOVE BAT-RECORD (WS-BAT-IDX) TO BATCH-AUTH-RECORD
               IF BAU-PENDING OR BAU-APPROVED
                  ADD 1 TO WS-LIST-ROW
                  MOVE BAU-REQUEST-ID TO OPL-ID
                  MOVE BAU-STATUS TO OPL-STATUS
                  MOVE BAU-PROGRAM-ID TO OPL-PROGRAM
                  MOVE BAU-BUSINESS-DATE TO OPL-DATE
                  MOVE BAU-REQUESTER TO OPL-REQUESTER
                  MOVE BAU-APPROVER TO OPL-APPROVER
                  MOVE BAU-EXPIRY-TS (1:12) TO OPL-EXPIRY
                  PERFORM MOVE-OPEN-LINE-TO-MAP
               END-IF
           END-PERFORM
           IF WS-LIST-ROW = 0
              AND WS-ACTION-MESSAGE = SPACES
              MOVE 'NO OPEN AUTHORIZATIONS' TO WS-ACTION-MESSAGE
           END-IF.

       MOVE-OPEN-LINE-TO-MAP.
           EVALUATE WS-LIST-ROW
               WHEN 1
                   MOVE WS-OPEN-LINE TO BOPN1O
               WHEN 2
                   MOVE WS-OPEN-LINE TO BOPN2O
               WHEN 3
                   MOVE WS-OPEN-LINE TO BOPN3O
               WHEN 4
                   MOVE WS-OPEN-LINE TO BOPN4O
               WHEN 5
                   MOVE WS-OPEN-LINE TO BOPN5O
               WHEN 6
                   MOVE WS-OPEN-LINE TO BOPN6O
           END-EVALUATE.
       END PROGRAM CICSBAU1.
