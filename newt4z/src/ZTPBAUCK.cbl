       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPBAUCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-AUTH-FILE ASSIGN BATAUTH
           FILE STATUS IS BATCH-AUTH-STATUS.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT AUTH-DSN-FILE ASSIGN BAUDSN
           FILE STATUS IS AUTH-DSN-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  AUTH-DSN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-DSN-RECORD.
           05  ADS-INPUT-DSN PIC X(44).
           05  FILLER PIC X(36).
       WORKING-STORAGE SECTION.
       01  BATCH-AUTH-STATUS PIC X(2).
       01  AUTH-CTL-STATUS PIC X(2).
       01  AUTH-DSN-STATUS PIC X(2).
       01  WS-NOW-TS PIC X(14).
       01  WS-APPROVER-VALID PIC X(1).
       01  WS-MATCH-FOUND PIC X(1).
       01  WS-CONSUMED-FOUND PIC X(1).
       01  WS-REJECT-REASON PIC X(40).
       LINKAGE SECTION.
       01  BATCH-AUTH-AREA.
           05  BAA-PROGRAM-ID PIC X(8).
           05  BAA-BUSINESS-DATE PIC X(8).
           05  BAA-INPUT-DSN PIC X(44).
           05  BAA-REQUEST-ID PIC X(8).
           05  BAA-REQUESTER PIC X(8).
           05  BAA-APPROVER PIC X(8).
           05  BAA-RUN-RC PIC 9(4).
           05  BAA-RESULT PIC X(1).
           05  BAA-REASON PIC X(40).
       PROCEDURE DIVISION USING BATCH-AUTH-AREA.
       CHECK-AUTH-LOGIC.
           MOVE 'N' TO BAA-RESULT
           MOVE SPACES TO BAA-REQUEST-ID
           MOVE SPACES TO BAA-REQUESTER
           MOVE SPACES TO BAA-APPROVER
           MOVE SPACES TO BAA-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           PERFORM READ-INPUT-DSN-CARD
           IF BAA-REASON = SPACES
              PERFORM FIND-MATCHING-APPROVAL
           END-IF
           GOBACK.

       ENTRY 'ZTPBAUCN' USING BATCH-AUTH-AREA.
       CONSUME-AUTH-LOGIC.
           MOVE 'N' TO BAA-RESULT
           MOVE SPACES TO BAA-REASON
           MOVE 'N' TO WS-CONSUMED-FOUND
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           IF BAA-REQUEST-ID = SPACES
              MOVE 'NO APPROVAL WAS CHECKED FOR THIS RUN' TO
                  BAA-REASON
              GOBACK
           END-IF
           OPEN I-O BATCH-AUTH-FILE
           IF BATCH-AUTH-STATUS NOT = '00'
              DISPLAY 'ZTPBAUCK BATAUTH OPEN I-O FAILED, STATUS: '
                  BATCH-AUTH-STATUS
              MOVE 'BATAUTH COULD NOT BE UPDATED' TO BAA-REASON
              GOBACK
           END-IF
           PERFORM UNTIL BATCH-AUTH-STATUS NOT = '00'
                   OR WS-CONSUMED-FOUND = 'Y'
               READ BATCH-AUTH-FILE
               IF BATCH-AUTH-STATUS = '00'
                  AND BAU-REQUEST-ID = BAA-REQUEST-ID
                  AND BAU-APPROVED
                  MOVE 'C' TO BAU-STATUS
                  MOVE WS-NOW-TS TO BAU-CONSUMED-TS
                  MOVE BAA-RUN-RC TO BAU-CONSUMED-RC
                  REWRITE BATCH-AUTH-RECORD
                  MOVE 'Y' TO WS-CONSUMED-FOUND
               END-IF
           END-PERFORM
           IF WS-CONSUMED-FOUND = 'Y'
              AND BATCH-AUTH-STATUS = '00'
              MOVE 'Y' TO BAA-RESULT
           ELSE
              DISPLAY 'ZTPBAUCK APPROVAL ' BAA-REQUEST-ID
                  ' NOT MARKED CONSUMED, STATUS: ' BATCH-AUTH-STATUS
              MOVE 'APPROVAL COULD NOT BE MARKED CONSUMED' TO
                  BAA-REASON
           END-IF
           CLOSE BATCH-AUTH-FILE
           GOBACK.

       READ-INPUT-DSN-CARD.
           MOVE SPACES TO BAA-INPUT-DSN
           OPEN INPUT AUTH-DSN-FILE
           IF AUTH-DSN-STATUS NOT = '00'
              MOVE 'BAUDSN INPUT DATASET CARD MISSING' TO BAA-REASON
           ELSE
              READ AUTH-DSN-FILE
              IF AUTH-DSN-STATUS = '00'
                 MOVE ADS-INPUT-DSN TO BAA-INPUT-DSN
              END-IF
              CLOSE AUTH-DSN-FILE
              IF BAA-INPUT-DSN = SPACES
                 MOVE 'BAUDSN INPUT DATASET CARD MISSING' TO
                     BAA-REASON
              END-IF
           END-IF.

       FIND-MATCHING-APPROVAL.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 'NO APPROVAL ON BATAUTH FOR THIS RUN' TO
               WS-REJECT-REASON
           OPEN INPUT BATCH-AUTH-FILE
           IF BATCH-AUTH-STATUS NOT = '00'
              DISPLAY 'ZTPBAUCK BATAUTH OPEN FAILED, STATUS: '
                  BATCH-AUTH-STATUS
              MOVE 'BATAUTH NOT AVAILABLE' TO BAA-REASON
           ELSE
              PERFORM UNTIL BATCH-AUTH-STATUS NOT = '00'
                      OR WS-MATCH-FOUND = 'Y'
                  READ BATCH-AUTH-FILE
                  IF BATCH-AUTH-STATUS = '00'
                     AND BAU-PROGRAM-ID = BAA-PROGRAM-ID
                     AND BAU-BUSINESS-DATE = BAA-BUSINESS-DATE
                     AND BAU-INPUT-DSN = BAA-INPUT-DSN
                     PERFORM EDIT-CANDIDATE-APPROVAL
                  END-IF
              END-PERFORM
              CLOSE BATCH-AUTH-FILE
              IF WS-MATCH-FOUND = 'Y'
                 MOVE 'Y' TO BAA-RESULT
              ELSE
                 MOVE WS-REJECT-REASON TO BAA-REASON
              END-IF
           END-IF.

       EDIT-CANDIDATE-APPROVAL.
           EVALUATE TRUE
               WHEN BAU-PENDING
                   MOVE 'REQUEST IS STILL AWAITING APPROVAL' TO
                       WS-REJECT-REASON
               WHEN BAU-CONSUMED
                   MOVE 'APPROVAL ALREADY USED BY AN EARLIER RUN' TO
                       WS-REJECT-REASON
               WHEN BAU-CANCELLED
                   MOVE 'APPROVAL WAS CANCELLED' TO WS-REJECT-REASON
               WHEN BAU-EXPIRED
                   MOVE 'APPROVAL EXPIRED UNUSED' TO WS-REJECT-REASON
               WHEN NOT BAU-APPROVED
                   MOVE 'APPROVAL RECORD HAS AN UNKNOWN STATUS' TO
                       WS-REJECT-REASON
               WHEN BAU-EXPIRY-TS < WS-NOW-TS
                   MOVE 'APPROVAL EXPIRED UNUSED' TO WS-REJECT-REASON
               WHEN BAU-APPROVER = SPACES
                   OR BAU-APPROVER = BAU-REQUESTER
                   MOVE 'REQUESTER AND APPROVER ARE THE SAME USER' TO
                       WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-APPROVER-ROLE
                   IF WS-APPROVER-VALID = 'Y'
                      MOVE 'Y' TO WS-MATCH-FOUND
                      MOVE BAU-REQUEST-ID TO BAA-REQUEST-ID
                      MOVE BAU-REQUESTER TO BAA-REQUESTER
                      MOVE BAU-APPROVER TO BAA-APPROVER
                   ELSE
                      MOVE 'APPROVER NO LONGER HOLDS APPROVE ROLE' TO
                          WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       CHECK-APPROVER-ROLE.
           MOVE 'N' TO WS-APPROVER-VALID
           OPEN INPUT AUTH-CTL-FILE
           IF AUTH-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPBAUCK AUTHCTL OPEN FAILED, STATUS: '
                  AUTH-CTL-STATUS
           ELSE
              PERFORM UNTIL AUTH-CTL-STATUS NOT = '00'
                  READ AUTH-CTL-FILE
                  IF AUTH-CTL-STATUS = '00'
                     AND AUTH-CTL-USERID = BAU-APPROVER
                     IF AUTH-CTL-ROLE-APPROVE = 'Y'
                        AND AUTH-CTL-SUSPENDED NOT = 'Y'
                        MOVE 'Y' TO WS-APPROVER-VALID
                     END-IF
                     MOVE '10' TO AUTH-CTL-STATUS
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
           END-IF.
       END PROGRAM ZTPBAUCK.
