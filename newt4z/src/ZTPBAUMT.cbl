       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPBAUMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CARD-FILE ASSIGN BAUCARD
           FILE STATUS IS AUTH-CARD-STATUS.
           SELECT BATCH-AUTH-FILE ASSIGN BATAUTH
           FILE STATUS IS BATCH-AUTH-STATUS.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT AUTH-RPT-FILE ASSIGN BAURPT
           FILE STATUS IS AUTH-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-CARD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CARD-RECORD.
           05  BCD-ACTION PIC X(8).
           05  FILLER PIC X(1).
           05  BCD-USERID PIC X(8).
           05  FILLER PIC X(1).
           05  BCD-KEY PIC X(8).
           05  FILLER PIC X(54).
       FD  BATCH-AUTH-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPBAUCP.
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-INQUIRY PIC X(1).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  AUTH-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  AUTH-CARD-STATUS PIC X(2).
       01  BATCH-AUTH-STATUS PIC X(2).
       01  AUTH-CTL-STATUS PIC X(2).
       01  AUTH-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-NOW-TS PIC X(14).
       01  BATCH-AUTH-TABLE.
           05  BAT-ENTRY OCCURS 500 TIMES.
               10  BAT-RECORD PIC X(150).
       01  WS-BAT-COUNT PIC 9(3) VALUE 0.
       01  WS-BAT-IDX PIC 9(3).
       01  WS-BAT-MATCH PIC 9(3).
       01  WS-BAT-OVERFLOW PIC X(1) VALUE 'N'.
       01  AUTH-USER-TABLE.
           05  AUT-ENTRY OCCURS 100 TIMES.
               10  AUT-USERID PIC X(8).
               10  AUT-ROLE-APPROVE PIC X(1).
               10  AUT-SUSPENDED PIC X(1).
       01  WS-AUT-COUNT PIC 9(3) VALUE 0.
       01  WS-AUT-IDX PIC 9(3).
       01  WS-USER-FOUND PIC X(1).
       01  WS-USER-APPROVER PIC X(1).
       01  WS-CARD-REASON PIC X(36).
       01  WS-CARDS-READ PIC 9(5) VALUE 0.
       01  WS-CARDS-REJECTED PIC 9(5) VALUE 0.
       01  WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(40)
               VALUE 'DESTRUCTIVE RUN AUTHORIZATIONS  RUN DATE'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(6) VALUE ' MODE '.
           05  RPT-HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05  RPT-TITLE-TEXT PIC X(40).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-CARD-LINE.
           05  RPT-CARD-ACTION PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CARD-USERID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CARD-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CARD-VERDICT PIC X(9).
           05  RPT-CARD-REASON PIC X(36).
           05  FILLER PIC X(8) VALUE SPACES.
       01  WS-RPT-OPEN-LINE.
           05  RPT-OPN-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OPN-STATUS PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OPN-PROGRAM PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OPN-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OPN-REQUESTER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OPN-APPROVER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-OPN-EXPIRY PIC X(12).
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-DSN-LINE.
           05  FILLER PIC X(11) VALUE SPACES.
           05  FILLER PIC X(6) VALUE 'INPUT '.
           05  RPT-DSN-NAME PIC X(44).
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(40).
           05  RPT-CNT-VALUE PIC ZZ,ZZ9.
           05  FILLER PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           MOVE WS-START-TS (1:14) TO WS-NOW-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-AUTH-USERS
           PERFORM LOAD-BATCH-AUTH-TABLE
           IF WS-BAT-OVERFLOW = 'Y'
              DISPLAY 'ZTPBAUMT BATAUTH HOLDS MORE THAN 500 RECORDS, '
                  'ARCHIVE CONSUMED ENTRIES BEFORE RERUNNING'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT AUTH-RPT-FILE
           IF AUTH-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPBAUMT BAURPT OPEN FAILED, STATUS: '
                  AUTH-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-RUN-MODE
           WRITE AUTH-RPT-RECORD FROM WS-RPT-HEADER
           PERFORM EXPIRE-STALE-AUTHORIZATIONS
           PERFORM PROCESS-AUTH-CARDS
           PERFORM REWRITE-BATCH-AUTH-FILE
           PERFORM WRITE-OPEN-AUTHORIZATIONS
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE AUTH-RPT-FILE
           DISPLAY 'ZTPBAUMT CARDS READ: ' WS-CARDS-READ
           DISPLAY 'ZTPBAUMT REQUESTS CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'ZTPBAUMT CARDS REJECTED: ' WS-CARDS-REJECTED
           IF WS-CARDS-REJECTED > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
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
              MOVE 'ZTPBAUMT' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPBAUMT' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-CARDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPBAUMT' TO VER-PROGRAM-ID
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

       LOAD-AUTH-USERS.
           OPEN INPUT AUTH-CTL-FILE
           IF AUTH-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPBAUMT AUTHCTL OPEN FAILED, STATUS: '
                  AUTH-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL AUTH-CTL-STATUS NOT = '00'
                   OR WS-AUT-COUNT = 100
               READ AUTH-CTL-FILE
               IF AUTH-CTL-STATUS = '00'
                  ADD 1 TO WS-AUT-COUNT
                  MOVE AUTH-CTL-USERID TO AUT-USERID (WS-AUT-COUNT)
                  MOVE AUTH-CTL-ROLE-APPROVE TO
                      AUT-ROLE-APPROVE (WS-AUT-COUNT)
                  MOVE AUTH-CTL-SUSPENDED TO
                      AUT-SUSPENDED (WS-AUT-COUNT)
               END-IF
           END-PERFORM
           CLOSE AUTH-CTL-FILE.

       LOAD-BATCH-AUTH-TABLE.
           OPEN INPUT BATCH-AUTH-FILE
           IF BATCH-AUTH-STATUS = '00'
              PERFORM UNTIL BATCH-AUTH-STATUS NOT = '00'
                  READ BATCH-AUTH-FILE
                  IF BATCH-AUTH-STATUS = '00'
                     IF WS-BAT-COUNT < 500
                        ADD 1 TO WS-BAT-COUNT
                        MOVE BATCH-AUTH-RECORD TO
                            BAT-RECORD (WS-BAT-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-BAT-OVERFLOW
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE BATCH-AUTH-FILE
           ELSE
              DISPLAY 'ZTPBAUMT BATAUTH EMPTY OR NOT AVAILABLE, '
                  'STATUS: ' BATCH-AUTH-STATUS
           END-IF.

       EXPIRE-STALE-AUTHORIZATIONS.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               MOVE BAT-RECORD (WS-BAT-IDX) TO BATCH-AUTH-RECORD
               IF (BAU-APPROVED AND BAU-EXPIRY-TS < WS-NOW-TS)
                  OR (BAU-PENDING
                      AND BAU-BUSINESS-DATE < WS-RUN-DATE)
                  MOVE 'E' TO BAU-STATUS
                  MOVE BATCH-AUTH-RECORD TO BAT-RECORD (WS-BAT-IDX)
                  ADD 1 TO WS-EXPIRED-COUNT
               END-IF
           END-PERFORM.

       PROCESS-AUTH-CARDS.
           MOVE 'AUTHORIZATION CARDS' TO RPT-TITLE-TEXT
           WRITE AUTH-RPT-RECORD FROM WS-RPT-TITLE-LINE
           OPEN INPUT AUTH-CARD-FILE
           IF AUTH-CARD-STATUS NOT = '00'
              DISPLAY 'ZTPBAUMT BAUCARD NOT AVAILABLE, STATUS: '
                  AUTH-CARD-STATUS
           ELSE
              PERFORM UNTIL AUTH-CARD-STATUS NOT = '00'
                  READ AUTH-CARD-FILE
                  IF AUTH-CARD-STATUS = '00'
                     AND AUTH-CARD-RECORD NOT = SPACES
                     AND AUTH-CARD-RECORD (1:1) NOT = '*'
                     ADD 1 TO WS-CARDS-READ
                     PERFORM EDIT-AUTH-CARD
                  END-IF
              END-PERFORM
              CLOSE AUTH-CARD-FILE
           END-IF
           IF WS-CARDS-READ = 0
              MOVE SPACES TO WS-RPT-CARD-LINE
              MOVE '(NONE)' TO RPT-CARD-ACTION
              WRITE AUTH-RPT-RECORD FROM WS-RPT-CARD-LINE
           END-IF.

       EDIT-AUTH-CARD.
           MOVE SPACES TO WS-CARD-REASON
           MOVE BCD-KEY TO RPT-CARD-ID
           PERFORM FIND-CARD-USER
           EVALUATE TRUE
               WHEN BCD-ACTION = 'REQUEST' OR 'APPROVE'
                   MOVE 'RAISE AND APPROVE ON CICSBAU1 ONLY' TO
                       WS-CARD-REASON
               WHEN BCD-ACTION NOT = 'CANCEL'
                   MOVE 'ACTION MUST BE CANCEL' TO WS-CARD-REASON
               WHEN BCD-USERID = SPACES
                   MOVE 'USER ID MISSING' TO WS-CARD-REASON
               WHEN WS-USER-FOUND = 'N'
                   MOVE 'USER ID NOT ACTIVE ON AUTHCTL' TO
                       WS-CARD-REASON
               WHEN OTHER
                   PERFORM CANCEL-AUTH-REQUEST
           END-EVALUATE
           MOVE BCD-ACTION TO RPT-CARD-ACTION
           MOVE BCD-USERID TO RPT-CARD-USERID
           MOVE WS-CARD-REASON TO RPT-CARD-REASON
           IF WS-CARD-REASON = SPACES
              MOVE 'ACCEPTED ' TO RPT-CARD-VERDICT
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
              MOVE 'REJECTED ' TO RPT-CARD-VERDICT
           END-IF
           WRITE AUTH-RPT-RECORD FROM WS-RPT-CARD-LINE.

       FIND-CARD-USER.
           MOVE 'N' TO WS-USER-FOUND
           MOVE 'N' TO WS-USER-APPROVER
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-COUNT
               IF AUT-USERID (WS-AUT-IDX) = BCD-USERID
                  AND AUT-SUSPENDED (WS-AUT-IDX) NOT = 'Y'
                  MOVE 'Y' TO WS-USER-FOUND
                  IF AUT-ROLE-APPROVE (WS-AUT-IDX) = 'Y'
                     MOVE 'Y' TO WS-USER-APPROVER
                  END-IF
                  MOVE WS-AUT-COUNT TO WS-AUT-IDX
               END-IF
           END-PERFORM.

       FIND-REQUEST-BY-ID.
           MOVE 0 TO WS-BAT-MATCH
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF BAT-RECORD (WS-BAT-IDX) (1:8) = BCD-KEY
                  MOVE WS-BAT-IDX TO WS-BAT-MATCH
               END-IF
           END-PERFORM
           IF WS-BAT-MATCH > 0
              MOVE BAT-RECORD (WS-BAT-MATCH) TO BATCH-AUTH-RECORD
           END-IF.

       CANCEL-AUTH-REQUEST.
           PERFORM FIND-REQUEST-BY-ID
           EVALUATE TRUE
               WHEN WS-BAT-MATCH = 0
                   MOVE 'REQUEST ID NOT ON BATAUTH' TO WS-CARD-REASON
               WHEN NOT BAU-PENDING AND NOT BAU-APPROVED
                   MOVE 'REQUEST IS NO LONGER OPEN' TO WS-CARD-REASON
               WHEN BAU-REQUESTER NOT = BCD-USERID
                   AND WS-USER-APPROVER = 'N'
                   MOVE 'REQUESTER OR AN APPROVER MUST CANCEL' TO
                       WS-CARD-REASON
               WHEN OTHER
                   MOVE 'X' TO BAU-STATUS
                   MOVE BATCH-AUTH-RECORD TO BAT-RECORD (WS-BAT-MATCH)
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE.

       REWRITE-BATCH-AUTH-FILE.
           OPEN OUTPUT BATCH-AUTH-FILE
           IF BATCH-AUTH-STATUS NOT = '00'
              DISPLAY 'ZTPBAUMT BATAUTH REWRITE FAILED, STATUS: '
                  BATCH-AUTH-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                      UNTIL WS-BAT-IDX > WS-BAT-COUNT
                  MOVE BAT-RECORD (WS-BAT-IDX) TO BATCH-AUTH-RECORD
                  WRITE BATCH-AUTH-RECORD
              END-PERFORM
              CLOSE BATCH-AUTH-FILE
           END-IF.

       WRITE-OPEN-AUTHORIZATIONS.
           MOVE 'OPEN AUTHORIZATIONS (P=PENDING A=APPR)' TO
               RPT-TITLE-TEXT
           WRITE AUTH-RPT-RECORD FROM WS-RPT-TITLE-LINE
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               MOVE BAT-RECORD (WS-BAT-IDX) TO BATCH-AUTH-RECORD
               IF BAU-PENDING OR BAU-APPROVED
                  ADD 1 TO WS-OPEN-COUNT
                  MOVE BAU-REQUEST-ID TO RPT-OPN-ID
                  MOVE BAU-STATUS TO RPT-OPN-STATUS
                  MOVE BAU-PROGRAM-ID TO RPT-OPN-PROGRAM
                  MOVE BAU-BUSINESS-DATE TO RPT-OPN-DATE
                  MOVE BAU-REQUESTER TO RPT-OPN-REQUESTER
                  MOVE BAU-APPROVER TO RPT-OPN-APPROVER
                  MOVE BAU-EXPIRY-TS (1:12) TO RPT-OPN-EXPIRY
                  WRITE AUTH-RPT-RECORD FROM WS-RPT-OPEN-LINE
                  MOVE BAU-INPUT-DSN TO RPT-DSN-NAME
                  WRITE AUTH-RPT-RECORD FROM WS-RPT-DSN-LINE
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
              MOVE '(NONE)' TO AUTH-RPT-RECORD
              WRITE AUTH-RPT-RECORD
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO RPT-TITLE-TEXT
           WRITE AUTH-RPT-RECORD FROM WS-RPT-TITLE-LINE
           MOVE 'CARDS READ' TO RPT-CNT-LABEL
           MOVE WS-CARDS-READ TO RPT-CNT-VALUE
           WRITE AUTH-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CARDS REJECTED' TO RPT-CNT-LABEL
           MOVE WS-CARDS-REJECTED TO RPT-CNT-VALUE
           WRITE AUTH-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'REQUESTS CANCELLED' TO RPT-CNT-LABEL
           MOVE WS-CANCELLED-COUNT TO RPT-CNT-VALUE
           WRITE AUTH-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'EXPIRED UNUSED THIS RUN' TO RPT-CNT-LABEL
           MOVE WS-EXPIRED-COUNT TO RPT-CNT-VALUE
           WRITE AUTH-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN AUTHORIZATIONS' TO RPT-CNT-LABEL
           MOVE WS-OPEN-COUNT TO RPT-CNT-VALUE
           WRITE AUTH-RPT-RECORD FROM WS-RPT-COUNT-LINE.
       END PROGRAM ZTPBAUMT.
