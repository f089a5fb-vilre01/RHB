           FILE STATUS IS PEND-OVF-STATUS.
           SELECT REL-RPT-FILE ASSIGN ADPRELRP
           FILE STATUS IS REL-RPT-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN WATCHLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WLM-CUSTOMER-ID
           FILE STATUS IS WATCH-LIST-STATUS.
           SELECT OVERRIDE-FILE ASSIGN WLOVRD
           FILE STATUS IS OVERRIDE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN WLOVLOG
           FILE STATUS IS OVERRIDE-LOG-STATUS.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT ACK-WORK-FILE ASSIGN ACKWORK
           FILE STATUS IS ACK-WORK-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BREED-CTL-FILE RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F.
       01  BREED-CTL-RECORD.
           05  CTL-BREED-NAME PIC X(30).
           05  CTL-BREED-EFF-DATE PIC X(8).
           05  CTL-BREED-EXP-DATE PIC X(8).
           05  CTL-BREED-SPECIES PIC X(1).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
       FD  ADOPTS-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-RECORD.
           05  ADOPT-FEE-COMPONENT PIC X(1).
           05  ADOPT-RETURN-REASON PIC X(3).
           05  ADOPT-RESUBMIT-FLAG PIC X(1).
           05  ADOPT-TO-SHELTER PIC X(4).
           05  ADOPT-SPECIES PIC X(1).
           05  ADOPT-PROMO-CODE PIC X(1).
           05  ADOPT-COUNT PIC X(3).
       FD  ADOPT-WRK-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-WRK-RECORD PIC X(58).
       FD  PEND-OVF-FILE RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  PEND-OVF-RECORD PIC X(96).
       FD  REL-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REL-RPT-RECORD PIC X(80).
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
       FD  OVERRIDE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OVERRIDE-RECORD.
           05  OVR-CUSTOMER-ID PIC X(8).
           05  OVR-PEND-TIMESTAMP PIC X(21).
           05  OVR-DECISION PIC X(1).
           05  OVR-SUPERVISOR PIC X(8).
           05  OVR-REASON PIC X(30).
           05  FILLER PIC X(12).
       FD  OVERRIDE-LOG-FILE RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01  OVERRIDE-LOG-RECORD.
           05  OVL-LOGGED-TS PIC X(21).
           05  OVL-RUN-DATE PIC X(8).
           05  OVL-SUPERVISOR PIC X(8).
           05  OVL-CUSTOMER-ID PIC X(8).
           05  OVL-PEND-USERID PIC X(8).
           05  OVL-PEND-TIMESTAMP PIC X(21).
           05  OVL-BREED PIC X(30).
           05  OVL-SHELTER PIC X(4).
           05  OVL-DECISION PIC X(1).
           05  OVL-OUTCOME PIC X(10).
           05  OVL-REASON PIC X(30).
           05  FILLER PIC X(11).
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-INQUIRY PIC X(1).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  ACK-WORK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPACKCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       01  PEND-OVF-OPEN PIC X(1) VALUE 'N'.
       01  WS-PND-OVERFLOW PIC 9(4) VALUE 0.
       01  REL-RPT-STATUS PIC X(2).
       01  WATCH-LIST-STATUS PIC X(2).
       01  WATCH-LIST-OPEN PIC X(1) VALUE 'N'.
       01  OVERRIDE-STATUS PIC X(2).
       01  OVERRIDE-LOADED PIC X(1) VALUE 'N'.
       01  OVERRIDE-LOG-STATUS PIC X(2).
       01  AUTH-CTL-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  ACK-WORK-STATUS PIC X(2).
       01  ACK-WORK-OPEN PIC X(1) VALUE 'N'.
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  PENDING-TABLE.
           05  PND-ENTRY OCCURS 200 TIMES.
               10  PND-TBL-RECORD PIC X(96).
       01  PENDING-RELEASE-FLAGS.
           05  PND-REL-FLAG OCCURS 200 TIMES PIC X(1).
       01  PND-WORK-AREA.
           05  PWK-COUNT PIC X(3).
           05  PWK-RESUBMIT-FLAG PIC X(1).
           05  PWK-RETURN-REASON PIC X(3).
           05  PWK-TO-SHELTER PIC X(4).
           05  PWK-CUSTOMER-ID PIC X(8).
           05  PWK-SPECIES PIC X(1).
           05  PWK-PROMO-CODE PIC X(1).
       01  WS-PND-COUNT PIC 9(3) VALUE 0.
       01  WS-PND-IDX PIC 9(3).
       01  WS-RELEASED-COUNT PIC 9(3) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(3) VALUE 0.
       01  WS-CARRIED-COUNT PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT PIC 9(3) VALUE 0.
       01  WS-OVERRIDDEN-COUNT PIC 9(3) VALUE 0.
       01  WS-REJECT-REASON PIC X(31).
       01  WS-HOLD-PENDING PIC X(1).
       01  WS-RELEASE-NOTE PIC X(26).
       01  OVERRIDE-TABLE.
           05  OVT-ENTRY OCCURS 100 TIMES.
               10  OVT-CUSTOMER-ID PIC X(8).
               10  OVT-PEND-TIMESTAMP PIC X(21).
               10  OVT-DECISION PIC X(1).
               10  OVT-SUPERVISOR PIC X(8).
               10  OVT-REASON PIC X(30).
               10  OVT-USED PIC X(1).
       01  WS-OVT-COUNT PIC 9(3) VALUE 0.
       01  WS-OVT-IDX PIC 9(3).
       01  WS-OVT-MATCH PIC 9(3).
       01  WS-OVT-INVALID PIC 9(3) VALUE 0.
       01  WS-OVT-UNMATCHED PIC 9(3) VALUE 0.
       01  WS-OVT-REJECT-REASON PIC X(26).
       01  AUTH-USERID-TABLE.
           05  AUTH-ENTRY OCCURS 50 TIMES.
               10  AUTH-USERID PIC X(8).
               10  AUTH-ROLE-APPROVE PIC X(1).
       01  WS-AUTH-COUNT PIC 9(2) VALUE 0.
       01  WS-AUTH-LOADED PIC X(1) VALUE 'N'.
       01  WS-AUTH-IDX PIC 9(2).
       01  WS-SUPERVISOR-VALID PIC X(1).
       01  MASTER-BREED-TABLE.
           05  MASTER-BREED-ENTRY OCCURS 100 TIMES.
               10  MASTER-BREED-NAME PIC X(30).
               10  MASTER-BREED-EFF-DATE PIC X(8).
               10  MASTER-BREED-EXP-DATE PIC X(8).
               10  MASTER-BREED-SPECIES PIC X(1).
       01  WS-MASTER-BREED-COUNT PIC 9(3) VALUE 0.
       01  WS-MASTER-IDX PIC 9(3).
       01  WS-BREED-VALID PIC X(1).
       01  WS-PENDING-SPECIES PIC X(1).
           COPY ZTPSPCCP.
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-SHELTER-VALID PIC X(1).
       01  WS-TO-SHELTER-VALID PIC X(1).
       01  WS-DATA-COUNT PIC 9(8) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-BYTE-IDX PIC 9(4).
           05  RPT-TRL-REJECTED PIC ZZ9.
           05  FILLER PIC X(20) VALUE ' CARRIED FROM PRIOR '.
           05  RPT-TRL-CARRIED PIC ZZ9.
           05  FILLER PIC X(7) VALUE ' HELD  '.
           05  RPT-TRL-HELD PIC ZZ9.
           05  FILLER PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-MASTER-BREED-TABLE
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-APPROVER-TABLE
           PERFORM LOAD-PENDING-TABLE
           PERFORM OPEN-WATCH-LIST
           OPEN OUTPUT REL-RPT-FILE
           IF REL-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPADREL ADPRELRP OPEN FAILED, STATUS: '
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE REL-RPT-RECORD FROM WS-RPT-HEADER
           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               MOVE PND-TBL-RECORD (WS-PND-IDX) TO PND-WORK-AREA
               MOVE 'N' TO PND-REL-FLAG (WS-PND-IDX)
               IF PWK-STATUS = 'P' OR PWK-STATUS = 'H'
                  PERFORM VALIDATE-PENDING-RECORD
                  MOVE 'N' TO WS-HOLD-PENDING
                  MOVE SPACES TO WS-RELEASE-NOTE
                  IF WS-REJECT-REASON = SPACES
                     PERFORM CHECK-PENDING-WATCH-LIST
                  END-IF
                  EVALUATE TRUE
                      WHEN WS-REJECT-REASON NOT = SPACES
                          MOVE 'X' TO PWK-STATUS
                          ADD 1 TO WS-REJECTED-COUNT
                          MOVE 'REJECTED ' TO RPT-DET-VERDICT
                          MOVE WS-REJECT-REASON TO RPT-DET-REASON
                          PERFORM WRITE-RELEASE-REJECT-ACK
                      WHEN WS-HOLD-PENDING = 'Y'
                          MOVE 'H' TO PWK-STATUS
                          ADD 1 TO WS-HELD-COUNT
                          MOVE 'HELD     ' TO RPT-DET-VERDICT
                          MOVE 'CUSTOMER ON WATCH LIST' TO
                              RPT-DET-REASON
                      WHEN OTHER
                          MOVE 'R' TO PWK-STATUS
                          MOVE 'Y' TO PND-REL-FLAG (WS-PND-IDX)
                          ADD 1 TO WS-RELEASED-COUNT
                          MOVE 'RELEASED ' TO RPT-DET-VERDICT
                          MOVE WS-RELEASE-NOTE TO RPT-DET-REASON
                  END-EVALUATE
                  MOVE PND-WORK-AREA TO PND-TBL-RECORD (WS-PND-IDX)
                  MOVE PWK-BREED TO RPT-DET-BREED
                  MOVE PWK-SHELTER TO RPT-DET-SHELTER
                  ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM
           PERFORM REPORT-UNMATCHED-OVERRIDES
           IF ACK-WORK-OPEN = 'Y'
              CLOSE ACK-WORK-FILE
           END-IF
           IF WATCH-LIST-OPEN = 'Y'
              CLOSE WATCH-LIST-FILE
           END-IF
           IF WS-RELEASED-COUNT > 0
              PERFORM MERGE-RELEASED-INTO-ADOPTS
           END-IF
           PERFORM REWRITE-PENDING-FILE
           IF OVERRIDE-LOADED = 'Y'
              PERFORM CLEAR-OVERRIDE-FILE
           END-IF
           MOVE WS-RELEASED-COUNT TO RPT-TRL-RELEASED
           MOVE WS-REJECTED-COUNT TO RPT-TRL-REJECTED
           MOVE WS-CARRIED-COUNT TO RPT-TRL-CARRIED
           MOVE WS-HELD-COUNT TO RPT-TRL-HELD
           WRITE REL-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE REL-RPT-FILE
           DISPLAY 'ZTPADREL PENDING RECORDS: ' WS-PND-COUNT
           DISPLAY 'ZTPADREL RELEASED: ' WS-RELEASED-COUNT
           DISPLAY 'ZTPADREL REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'ZTPADREL HELD FOR WATCH LIST OVERRIDE: '
               WS-HELD-COUNT
           DISPLAY 'ZTPADREL SUPERVISOR OVERRIDES APPLIED: '
               WS-OVERRIDDEN-COUNT
           IF WS-OVT-INVALID > 0 OR WS-OVT-UNMATCHED > 0
              DISPLAY 'ZTPADREL OVERRIDES INVALID: ' WS-OVT-INVALID
                  ' UNMATCHED: ' WS-OVT-UNMATCHED
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PND-OVERFLOW > 0
              DISPLAY 'ZTPADREL HELD UNPROCESSED (OVERFLOW): '
                  WS-PND-OVERFLOW
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

       WRITE-RELEASE-REJECT-ACK.
           IF ACK-WORK-OPEN = 'N'
              OPEN EXTEND ACK-WORK-FILE
              IF ACK-WORK-STATUS = '00'
                 MOVE 'Y' TO ACK-WORK-OPEN
              ELSE
                 DISPLAY 'ZTPADREL ACKWORK NOT AVAILABLE, STATUS: '
                     ACK-WORK-STATUS ' - REJECTS NOT ACKNOWLEDGED'
                 MOVE 'X' TO ACK-WORK-OPEN
              END-IF
           END-IF
           IF ACK-WORK-OPEN = 'Y'
              MOVE SPACES TO ACK-WORK-RECORD
              MOVE 'P' TO ACK-RECORD-TYPE
              MOVE PWK-SHELTER TO ACK-SHELTER
              MOVE WS-RUN-DATE TO ACK-BUSINESS-DATE
              MOVE PWK-BREED TO ACK-REJ-BREED
              MOVE PWK-PERIOD TO ACK-REJ-PERIOD
              MOVE WS-REJECT-REASON TO ACK-REJ-REASON
              WRITE ACK-WORK-RECORD
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT RUN-CTL-FILE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPADREL' TO VER-PROGRAM-ID
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

       LOAD-MASTER-BREED-TABLE.
                         MASTER-BREED-EFF-DATE (WS-MASTER-BREED-COUNT)
                     MOVE CTL-BREED-EXP-DATE TO
                         MASTER-BREED-EXP-DATE (WS-MASTER-BREED-COUNT)
                     IF CTL-BREED-SPECIES = SPACE
                        MOVE SPECIES-DEFAULT-CODE TO
                            MASTER-BREED-SPECIES (WS-MASTER-BREED-COUNT)
                     ELSE
                        MOVE CTL-BREED-SPECIES TO
                            MASTER-BREED-SPECIES (WS-MASTER-BREED-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE BREED-CTL-FILE
              CLOSE SHELTER-CTL-FILE
           END-IF.

       LOAD-APPROVER-TABLE.
           OPEN INPUT AUTH-CTL-FILE
           IF AUTH-CTL-STATUS = '00'
              PERFORM UNTIL AUTH-CTL-STATUS NOT = '00'
                      OR WS-AUTH-COUNT = 50
                  READ AUTH-CTL-FILE
                  IF AUTH-CTL-STATUS = '00'
                     ADD 1 TO WS-AUTH-COUNT
                     MOVE AUTH-CTL-USERID TO
                         AUTH-USERID (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     IF AUTH-CTL-SUSPENDED = 'Y'
                        MOVE 'N' TO AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
              MOVE 'Y' TO WS-AUTH-LOADED
           ELSE
              DISPLAY 'ZTPADREL AUTHCTL NOT AVAILABLE, SKIPPING '
                  'OVERRIDE SUPERVISOR CHECK'
           END-IF.

       OPEN-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS = '00'
              MOVE 'Y' TO WATCH-LIST-OPEN
           ELSE
              DISPLAY 'ZTPADREL WATCHLST NOT AVAILABLE, STATUS: '
                  WATCH-LIST-STATUS ' - WATCH LIST HOLD SKIPPED'
           END-IF.

       LOAD-OVERRIDE-TABLE.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-STATUS NOT = '00'
              DISPLAY 'ZTPADREL WLOVRD NOT AVAILABLE, STATUS: '
                  OVERRIDE-STATUS
           ELSE
              MOVE 'Y' TO OVERRIDE-LOADED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ OVERRIDE-FILE
                  IF OVERRIDE-STATUS = '00'
                     PERFORM VALIDATE-OVERRIDE-RECORD
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE OVERRIDE-FILE
           END-IF.

       VALIDATE-OVERRIDE-RECORD.
           MOVE SPACES TO WS-OVT-REJECT-REASON
           PERFORM CHECK-OVERRIDE-SUPERVISOR
           EVALUATE TRUE
               WHEN OVR-CUSTOMER-ID = SPACES
                   MOVE 'CUSTOMER MISSING' TO WS-OVT-REJECT-REASON
               WHEN OVR-DECISION NOT = 'R' AND OVR-DECISION NOT = 'X'
                   MOVE 'DECISION NOT R OR X' TO WS-OVT-REJECT-REASON
               WHEN OVR-SUPERVISOR = SPACES
                   MOVE 'SUPERVISOR MISSING' TO WS-OVT-REJECT-REASON
               WHEN WS-SUPERVISOR-VALID = 'N'
                   MOVE 'SUPERVISOR NOT APPROVER' TO
                       WS-OVT-REJECT-REASON
               WHEN OVR-REASON = SPACES
                   MOVE 'OVERRIDE REASON MISSING' TO
                       WS-OVT-REJECT-REASON
               WHEN WS-OVT-COUNT = 100
                   MOVE 'OVERRIDE TABLE FULL' TO WS-OVT-REJECT-REASON
           END-EVALUATE
           IF WS-OVT-REJECT-REASON = SPACES
              ADD 1 TO WS-OVT-COUNT
              MOVE OVR-CUSTOMER-ID TO OVT-CUSTOMER-ID (WS-OVT-COUNT)
              MOVE OVR-PEND-TIMESTAMP TO
                  OVT-PEND-TIMESTAMP (WS-OVT-COUNT)
              MOVE OVR-DECISION TO OVT-DECISION (WS-OVT-COUNT)
              MOVE OVR-SUPERVISOR TO OVT-SUPERVISOR (WS-OVT-COUNT)
              MOVE OVR-REASON TO OVT-REASON (WS-OVT-COUNT)
              MOVE 'N' TO OVT-USED (WS-OVT-COUNT)
           ELSE
              ADD 1 TO WS-OVT-INVALID
              MOVE SPACES TO OVERRIDE-LOG-RECORD
              MOVE OVR-SUPERVISOR TO OVL-SUPERVISOR
              MOVE OVR-CUSTOMER-ID TO OVL-CUSTOMER-ID
              MOVE OVR-PEND-TIMESTAMP TO OVL-PEND-TIMESTAMP
              MOVE OVR-DECISION TO OVL-DECISION
              MOVE 'INVALID' TO OVL-OUTCOME
              MOVE OVR-REASON TO OVL-REASON
              PERFORM WRITE-OVERRIDE-LOG-RECORD
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE 'OVERRIDE FOR CUSTOMER' TO RPT-DET-BREED
              MOVE OVR-SUPERVISOR TO RPT-DET-USERID
              MOVE 'NOT USED ' TO RPT-DET-VERDICT
              MOVE WS-OVT-REJECT-REASON TO RPT-DET-REASON
              MOVE OVR-CUSTOMER-ID TO RPT-DET-BREED (23:8)
              WRITE REL-RPT-RECORD FROM WS-RPT-DETAIL
           END-IF.

       CHECK-OVERRIDE-SUPERVISOR.
           IF WS-AUTH-LOADED NOT = 'Y'
              MOVE 'Y' TO WS-SUPERVISOR-VALID
           ELSE
              MOVE 'N' TO WS-SUPERVISOR-VALID
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                  IF OVR-SUPERVISOR = AUTH-USERID (WS-AUTH-IDX)
                     AND AUTH-ROLE-APPROVE (WS-AUTH-IDX) = 'Y'
                     MOVE 'Y' TO WS-SUPERVISOR-VALID
                  END-IF
              END-PERFORM
           END-IF.

       CHECK-PENDING-WATCH-LIST.
           IF WATCH-LIST-OPEN = 'Y'
              AND PWK-TRAN-TYPE = 'A'
              AND PWK-CUSTOMER-ID NOT = SPACES
              MOVE PWK-CUSTOMER-ID TO WLM-CUSTOMER-ID
              READ WATCH-LIST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF WLM-WATCH-FLAG = 'Y'
                         PERFORM APPLY-PENDING-OVERRIDE
                      END-IF
              END-READ
           END-IF.

       APPLY-PENDING-OVERRIDE.
           MOVE 0 TO WS-OVT-MATCH
           PERFORM VARYING WS-OVT-IDX FROM 1 BY 1
                   UNTIL WS-OVT-IDX > WS-OVT-COUNT
               IF WS-OVT-MATCH = 0
                  AND OVT-CUSTOMER-ID (WS-OVT-IDX) = PWK-CUSTOMER-ID
                  AND (OVT-PEND-TIMESTAMP (WS-OVT-IDX) = SPACES
                       OR OVT-PEND-TIMESTAMP (WS-OVT-IDX) =
                          PWK-TIMESTAMP)
                  MOVE WS-OVT-IDX TO WS-OVT-MATCH
               END-IF
           END-PERFORM
           IF WS-OVT-MATCH = 0
              MOVE 'Y' TO WS-HOLD-PENDING
           ELSE
              MOVE 'Y' TO OVT-USED (WS-OVT-MATCH)
              ADD 1 TO WS-OVERRIDDEN-COUNT
              IF OVT-DECISION (WS-OVT-MATCH) = 'R'
                 MOVE 'OVERRIDE BY' TO WS-RELEASE-NOTE
                 MOVE OVT-SUPERVISOR (WS-OVT-MATCH) TO
                     WS-RELEASE-NOTE (13:8)
              ELSE
                 MOVE 'WATCH LIST - SUPV REJECT' TO WS-REJECT-REASON
              END-IF
              MOVE SPACES TO OVERRIDE-LOG-RECORD
              MOVE OVT-SUPERVISOR (WS-OVT-MATCH) TO OVL-SUPERVISOR
              MOVE PWK-CUSTOMER-ID TO OVL-CUSTOMER-ID
              MOVE PWK-USERID TO OVL-PEND-USERID
              MOVE PWK-TIMESTAMP TO OVL-PEND-TIMESTAMP
              MOVE PWK-BREED TO OVL-BREED
              MOVE PWK-SHELTER TO OVL-SHELTER
              MOVE OVT-DECISION (WS-OVT-MATCH) TO OVL-DECISION
              MOVE 'APPLIED' TO OVL-OUTCOME
              MOVE OVT-REASON (WS-OVT-MATCH) TO OVL-REASON
              PERFORM WRITE-OVERRIDE-LOG-RECORD
           END-IF.

       REPORT-UNMATCHED-OVERRIDES.
           PERFORM VARYING WS-OVT-IDX FROM 1 BY 1
                   UNTIL WS-OVT-IDX > WS-OVT-COUNT
               IF OVT-USED (WS-OVT-IDX) = 'N'
                  ADD 1 TO WS-OVT-UNMATCHED
                  MOVE SPACES TO OVERRIDE-LOG-RECORD
                  MOVE OVT-SUPERVISOR (WS-OVT-IDX) TO OVL-SUPERVISOR
                  MOVE OVT-CUSTOMER-ID (WS-OVT-IDX) TO OVL-CUSTOMER-ID
                  MOVE OVT-PEND-TIMESTAMP (WS-OVT-IDX) TO
                      OVL-PEND-TIMESTAMP
                  MOVE OVT-DECISION (WS-OVT-IDX) TO OVL-DECISION
                  MOVE 'UNMATCHED' TO OVL-OUTCOME
                  MOVE OVT-REASON (WS-OVT-IDX) TO OVL-REASON
                  PERFORM WRITE-OVERRIDE-LOG-RECORD
                  MOVE SPACES TO WS-RPT-DETAIL
                  MOVE 'OVERRIDE FOR CUSTOMER' TO RPT-DET-BREED
                  MOVE OVT-CUSTOMER-ID (WS-OVT-IDX) TO
                      RPT-DET-BREED (23:8)
                  MOVE OVT-SUPERVISOR (WS-OVT-IDX) TO RPT-DET-USERID
                  MOVE 'NOT USED ' TO RPT-DET-VERDICT
                  MOVE 'NO HELD ADOPTION MATCHED' TO RPT-DET-REASON
                  WRITE REL-RPT-RECORD FROM WS-RPT-DETAIL
               END-IF
           END-PERFORM.

       WRITE-OVERRIDE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO OVL-LOGGED-TS
           MOVE WS-RUN-DATE TO OVL-RUN-DATE
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF OVERRIDE-LOG-STATUS NOT = '00'
              OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF
           IF OVERRIDE-LOG-STATUS = '00'
              WRITE OVERRIDE-LOG-RECORD
              CLOSE OVERRIDE-LOG-FILE
           ELSE
              DISPLAY 'ZTPADREL WLOVLOG OPEN FAILED, STATUS: '
                  OVERRIDE-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       CLEAR-OVERRIDE-FILE.
           OPEN OUTPUT OVERRIDE-FILE
           IF OVERRIDE-STATUS = '00'
              CLOSE OVERRIDE-FILE
           ELSE
              DISPLAY 'ZTPADREL WLOVRD CLEAR FAILED, STATUS: '
                  OVERRIDE-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-PENDING-TABLE.
           OPEN INPUT ADP-PEND-FILE
           IF ADP-PEND-STATUS NOT = '00'

       VALIDATE-PENDING-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           IF PWK-SPECIES = SPACE
              MOVE SPECIES-DEFAULT-CODE TO WS-PENDING-SPECIES
           ELSE
              MOVE PWK-SPECIES TO WS-PENDING-SPECIES
           END-IF
           MOVE 'N' TO SPECIES-FOUND
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WS-PENDING-SPECIES
                  MOVE 'Y' TO SPECIES-FOUND
               END-IF
           END-PERFORM
           IF SPECIES-FOUND = 'N'
              MOVE 'UNKNOWN SPECIES CODE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-PENDING-BREED
              IF WS-BREED-VALID = 'N'
                 MOVE 'BREED NOT ACTIVE ON MASTER' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-PENDING-SHELTER
                 MOVE 'SHELTER NOT ON MASTER' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND PWK-TRAN-TYPE = 'T'
              EVALUATE TRUE
                  WHEN PWK-TO-SHELTER = SPACES
                      MOVE 'TO-SHELTER MISSING' TO WS-REJECT-REASON
                  WHEN PWK-TO-SHELTER = PWK-SHELTER
                      MOVE 'TRANSFER TO SAME SHELTER' TO
                          WS-REJECT-REASON
                  WHEN OTHER
                      PERFORM VALIDATE-PENDING-TO-SHELTER
                      IF WS-TO-SHELTER-VALID = 'N'
                         MOVE 'TO-SHELTER NOT ON MASTER' TO
                             WS-REJECT-REASON
                      END-IF
              END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF PWK-PERIOD IS NOT NUMERIC
                 OR PWK-PERIOD < '01' OR PWK-PERIOD > '12'
              PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                      UNTIL WS-MASTER-IDX > WS-MASTER-BREED-COUNT
                  IF MASTER-BREED-NAME (WS-MASTER-IDX) = PWK-BREED
                     AND MASTER-BREED-SPECIES (WS-MASTER-IDX) =
                         WS-PENDING-SPECIES
                     MOVE 'Y' TO WS-BREED-VALID
                     IF MASTER-BREED-EFF-DATE (WS-MASTER-IDX)
                            NOT = SPACES
              END-PERFORM
           END-IF.

       VALIDATE-PENDING-TO-SHELTER.
           IF WS-MASTER-SHELTER-COUNT = 0
              MOVE 'Y' TO WS-TO-SHELTER-VALID
           ELSE
              MOVE 'N' TO WS-TO-SHELTER-VALID
              PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                      UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
                  IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                         PWK-TO-SHELTER
                     AND MASTER-SHELTER-ACTIVE (WS-SHELTER-IDX) = 'Y'
                     MOVE 'Y' TO WS-TO-SHELTER-VALID
                     MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
                  END-IF
              END-PERFORM
           END-IF.

       MERGE-RELEASED-INTO-ADOPTS.
           MOVE 0 TO WS-DATA-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE PWK-FEE-COMPONENT TO ADOPT-FEE-COMPONENT
           MOVE PWK-RETURN-REASON TO ADOPT-RETURN-REASON
           MOVE PWK-RESUBMIT-FLAG TO ADOPT-RESUBMIT-FLAG
           MOVE PWK-TO-SHELTER TO ADOPT-TO-SHELTER
           MOVE PWK-COUNT TO ADOPT-COUNT
           MOVE PWK-SPECIES TO ADOPT-SPECIES
           MOVE PWK-PROMO-CODE TO ADOPT-PROMO-CODE
           MOVE ADOPTS-RECORD TO ADOPT-WRK-RECORD
           WRITE ADOPT-WRK-RECORD
           ADD 1 TO WS-DATA-COUNT
