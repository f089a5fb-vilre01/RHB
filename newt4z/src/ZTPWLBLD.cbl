       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPWLBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN ADOPTINT
           FILE STATUS IS INTAKE-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN WATCHLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WLM-CUSTOMER-ID
           FILE STATUS IS WATCH-LIST-STATUS.
           SELECT WL-MAINT-FILE ASSIGN WLMAINT
           FILE STATUS IS WL-MAINT-STATUS.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT WL-RPT-FILE ASSIGN WLRPT
           FILE STATUS IS WL-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-RECORD.
           05  INT-ANIMAL-ID PIC X(10).
           05  INT-BREED PIC X(30).
           05  INT-SHELTER PIC X(4).
           05  INT-INTAKE-DATE PIC X(8).
           05  FILLER PIC X(8).
       FD  INTAKE-MST-FILE RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-MST-RECORD.
           05  INK-ANIMAL-ID PIC X(10).
           05  INK-BREED PIC X(30).
           05  INK-SHELTER PIC X(4).
           05  INK-INTAKE-DATE PIC X(8).
           05  INK-STATUS PIC X(1).
           05  INK-ADOPT-DATE PIC X(8).
           05  INK-UPDATED-TS PIC X(21).
           05  FILLER PIC X(8).
       FD  ADOPT-MST-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-MST-RECORD.
           05  ADM-ANIMAL-ID PIC X(10).
           05  ADM-BREED PIC X(30).
           05  ADM-SHELTER PIC X(4).
           05  ADM-ADOPT-DATE PIC X(8).
           05  ADM-CUSTOMER-ID PIC X(8).
           05  ADM-UPDATED-TS PIC X(21).
           05  ADM-FEE-ADOPT PIC 9(5)V99.
           05  ADM-FEE-CHIP PIC 9(5)V99.
           05  ADM-FEE-DONATION PIC 9(5)V99.
           05  ADM-REFUND-DATE PIC X(8).
           05  ADM-REFUND-AMOUNT PIC 9(5)V99.
           05  ADM-REFUND-DONATION PIC 9(5)V99.
           05  ADM-SPECIES PIC X(1).
           05  FILLER PIC X(25).
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
       FD  WL-MAINT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WL-MAINT-RECORD.
           05  WMT-ACTION PIC X(1).
           05  WMT-CUSTOMER-ID PIC X(8).
           05  WMT-SHELTER PIC X(4).
           05  WMT-SUPERVISOR PIC X(8).
           05  WMT-REASON PIC X(30).
           05  FILLER PIC X(29).
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-INQUIRY PIC X(1).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  WL-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  WL-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  INTAKE-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  WATCH-LIST-STATUS PIC X(2).
       01  WL-MAINT-STATUS PIC X(2).
       01  WL-MAINT-LOADED PIC X(1) VALUE 'N'.
       01  AUTH-CTL-STATUS PIC X(2).
       01  WL-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RETURN-THRESHOLD PIC 9(3) VALUE 3.
       01  WS-WAS-WATCHED PIC X(1).
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RETURNS-FOUND PIC 9(6) VALUE 0.
       01  WS-RETURNS-POSTED PIC 9(6) VALUE 0.
       01  WS-RETURNS-ALREADY PIC 9(6) VALUE 0.
       01  WS-RETURNS-NO-ADOPTER PIC 9(6) VALUE 0.
       01  WS-NEWLY-WATCHED PIC 9(6) VALUE 0.
       01  WS-MAINT-READ PIC 9(6) VALUE 0.
       01  WS-MAINT-ADDED PIC 9(6) VALUE 0.
       01  WS-MAINT-CLEARED PIC 9(6) VALUE 0.
       01  WS-MAINT-REJECTED PIC 9(6) VALUE 0.
       01  WS-MAINT-REJECT-REASON PIC X(30).
       01  AUTH-USERID-TABLE.
           05  AUTH-ENTRY OCCURS 50 TIMES.
               10  AUTH-USERID PIC X(8).
               10  AUTH-ROLE-APPROVE PIC X(1).
       01  WS-AUTH-COUNT PIC 9(2) VALUE 0.
       01  WS-AUTH-LOADED PIC X(1) VALUE 'N'.
       01  WS-AUTH-IDX PIC 9(2).
       01  WS-SUPERVISOR-VALID PIC X(1).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'ADOPTER WATCH LIST BUILD   RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(17) VALUE '  RETURN LIMIT   '.
           05  RPT-HDR-THRESHOLD PIC ZZ9.
           05  FILLER PIC X(16) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-CUSTOMER-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ACTION PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RETURNS PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SOURCE PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-BY PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REASON PIC X(30).
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(8) VALUE 'RETURNS '.
           05  RPT-TRL-RETURNS PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE ' NEWLY WATCHED '.
           05  RPT-TRL-WATCHED PIC ZZZZ9.
           05  FILLER PIC X(8) VALUE ' BANNED '.
           05  RPT-TRL-ADDED PIC ZZZZ9.
           05  FILLER PIC X(9) VALUE ' CLEARED '.
           05  RPT-TRL-CLEARED PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE ' REJECTED '.
           05  RPT-TRL-REJECTED PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           IF PARM-LENGTH >= 2
              AND PARM-TEXT (1:2) IS NUMERIC
              AND PARM-TEXT (1:2) NOT = '00'
              MOVE PARM-TEXT (1:2) TO WS-RETURN-THRESHOLD
           END-IF
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           DISPLAY 'ZTPWLBLD RETURN LIMIT: ' WS-RETURN-THRESHOLD
           PERFORM LOAD-APPROVER-TABLE
           PERFORM OPEN-WATCH-LIST
           OPEN OUTPUT WL-RPT-FILE
           IF WL-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPWLBLD WLRPT OPEN FAILED, STATUS: '
                  WL-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE WATCH-LIST-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RETURN-THRESHOLD TO RPT-HDR-THRESHOLD
           WRITE WL-RPT-RECORD FROM WS-RPT-HEADER
           PERFORM POST-ANIMAL-RETURNS
           PERFORM APPLY-SUPERVISOR-ENTRIES
           CLOSE WATCH-LIST-FILE
           MOVE WS-RETURNS-POSTED TO RPT-TRL-RETURNS
           MOVE WS-NEWLY-WATCHED TO RPT-TRL-WATCHED
           MOVE WS-MAINT-ADDED TO RPT-TRL-ADDED
           MOVE WS-MAINT-CLEARED TO RPT-TRL-CLEARED
           MOVE WS-MAINT-REJECTED TO RPT-TRL-REJECTED
           WRITE WL-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE WL-RPT-FILE
           DISPLAY 'ZTPWLBLD INTAKE RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPWLBLD RETURNS FOUND: ' WS-RETURNS-FOUND
           DISPLAY 'ZTPWLBLD RETURNS POSTED TO WATCH LIST: '
               WS-RETURNS-POSTED
           DISPLAY 'ZTPWLBLD RETURNS ALREADY POSTED: '
               WS-RETURNS-ALREADY
           DISPLAY 'ZTPWLBLD RETURNS WITH NO ADOPTER ON ADOPTMST: '
               WS-RETURNS-NO-ADOPTER
           DISPLAY 'ZTPWLBLD CUSTOMERS NEWLY WATCHED: '
               WS-NEWLY-WATCHED
           DISPLAY 'ZTPWLBLD SUPERVISOR ENTRIES READ: ' WS-MAINT-READ
           DISPLAY 'ZTPWLBLD SUPERVISOR BANS ADDED: ' WS-MAINT-ADDED
           DISPLAY 'ZTPWLBLD SUPERVISOR ENTRIES CLEARED: '
               WS-MAINT-CLEARED
           DISPLAY 'ZTPWLBLD SUPERVISOR ENTRIES REJECTED: '
               WS-MAINT-REJECTED
           IF WS-MAINT-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WL-MAINT-LOADED = 'Y'
              PERFORM CLEAR-MAINT-FILE
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
              MOVE 'ZTPWLBLD' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPWLBLD' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPWLBLD' TO VER-PROGRAM-ID
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
              DISPLAY 'ZTPWLBLD AUTHCTL NOT AVAILABLE, SKIPPING '
                  'SUPERVISOR CHECK'
           END-IF.

       OPEN-WATCH-LIST.
           OPEN I-O WATCH-LIST-FILE
           IF WATCH-LIST-STATUS = '35'
              OPEN OUTPUT WATCH-LIST-FILE
              IF WATCH-LIST-STATUS = '00'
                 CLOSE WATCH-LIST-FILE
                 OPEN I-O WATCH-LIST-FILE
              END-IF
           END-IF
           IF WATCH-LIST-STATUS NOT = '00'
              DISPLAY 'ZTPWLBLD WATCHLST OPEN FAILED, STATUS: '
                  WATCH-LIST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       POST-ANIMAL-RETURNS.
           OPEN INPUT INTAKE-FILE
           IF INTAKE-STATUS NOT = '00'
              DISPLAY 'ZTPWLBLD ADOPTINT NOT AVAILABLE, STATUS: '
                  INTAKE-STATUS ' - NO RETURNS POSTED'
           ELSE
              OPEN INPUT INTAKE-MST-FILE
              IF INTAKE-MST-STATUS NOT = '00'
                 DISPLAY 'ZTPWLBLD INTKMST NOT AVAILABLE, STATUS: '
                     INTAKE-MST-STATUS ' - NO RETURNS POSTED'
                 CLOSE INTAKE-FILE
              ELSE
                 OPEN INPUT ADOPT-MST-FILE
                 IF ADOPT-MST-STATUS NOT = '00'
                    DISPLAY 'ZTPWLBLD ADOPTMST OPEN FAILED, STATUS: '
                        ADOPT-MST-STATUS
                    MOVE 16 TO RETURN-CODE
                    CLOSE INTAKE-FILE
                    CLOSE INTAKE-MST-FILE
                    CLOSE WATCH-LIST-FILE
                    PERFORM WRITE-AUDIT-RECORD
                    STOP RUN
                 END-IF
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ INTAKE-FILE
                     IF INTAKE-STATUS = '00'
                        ADD 1 TO WS-RECORDS-READ
                        PERFORM CHECK-ONE-INTAKE-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE ADOPT-MST-FILE
                 CLOSE INTAKE-MST-FILE
                 CLOSE INTAKE-FILE
              END-IF
           END-IF.

       CHECK-ONE-INTAKE-RECORD.
           IF INT-ANIMAL-ID NOT = SPACES
              AND INT-INTAKE-DATE IS NUMERIC
              MOVE INT-ANIMAL-ID TO INK-ANIMAL-ID
              READ INTAKE-MST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF INK-STATUS = 'A'
                         AND INT-INTAKE-DATE > INK-ADOPT-DATE
                         ADD 1 TO WS-RETURNS-FOUND
                         PERFORM FIND-RETURNING-ADOPTER
                      END-IF
              END-READ
           END-IF.

       FIND-RETURNING-ADOPTER.
           MOVE INT-ANIMAL-ID TO ADM-ANIMAL-ID
           READ ADOPT-MST-FILE
               INVALID KEY
                   MOVE SPACES TO ADM-CUSTOMER-ID
           END-READ
           IF ADM-CUSTOMER-ID = SPACES
              ADD 1 TO WS-RETURNS-NO-ADOPTER
              DISPLAY 'ZTPWLBLD RETURN WITH NO ADOPTER, ANIMAL: '
                  INT-ANIMAL-ID
           ELSE
              PERFORM POST-RETURN-TO-WATCH-LIST
           END-IF.

       POST-RETURN-TO-WATCH-LIST.
           MOVE ADM-CUSTOMER-ID TO WLM-CUSTOMER-ID
           READ WATCH-LIST-FILE
               INVALID KEY
                   MOVE SPACES TO WATCH-LIST-RECORD
                   MOVE ADM-CUSTOMER-ID TO WLM-CUSTOMER-ID
                   MOVE 'N' TO WLM-WATCH-FLAG
                   MOVE 0 TO WLM-RETURN-COUNT
                   MOVE 'N' TO WLM-MANUAL-FLAG
                   MOVE 'N' TO WS-WAS-WATCHED
                   PERFORM COUNT-ONE-RETURN
                   WRITE WATCH-LIST-RECORD
                       INVALID KEY
                           DISPLAY 'ZTPWLBLD WRITE FAILED, CUSTOMER: '
                               WLM-CUSTOMER-ID
                   END-WRITE
               NOT INVALID KEY
                   IF WLM-LAST-ANIMAL-ID = INT-ANIMAL-ID
                      AND WLM-LAST-RETURN-DATE = INT-INTAKE-DATE
                      ADD 1 TO WS-RETURNS-ALREADY
                   ELSE
                      MOVE WLM-WATCH-FLAG TO WS-WAS-WATCHED
                      PERFORM COUNT-ONE-RETURN
                      REWRITE WATCH-LIST-RECORD
                      IF WATCH-LIST-STATUS NOT = '00'
                         DISPLAY 'ZTPWLBLD REWRITE FAILED, STATUS: '
                             WATCH-LIST-STATUS
                      END-IF
                   END-IF
           END-READ.

       COUNT-ONE-RETURN.
           IF WLM-RETURN-COUNT < 999
              ADD 1 TO WLM-RETURN-COUNT
           END-IF
           MOVE INT-ANIMAL-ID TO WLM-LAST-ANIMAL-ID
           MOVE INT-INTAKE-DATE TO WLM-LAST-RETURN-DATE
           MOVE FUNCTION CURRENT-DATE TO WLM-UPDATED-TS
           PERFORM SET-WATCH-FLAG
           ADD 1 TO WS-RETURNS-POSTED
           IF WLM-WATCH-FLAG = 'Y' AND WS-WAS-WATCHED NOT = 'Y'
              ADD 1 TO WS-NEWLY-WATCHED
              MOVE SPACES TO WS-RPT-DETAIL
              MOVE WLM-CUSTOMER-ID TO RPT-DET-CUSTOMER-ID
              MOVE 'WATCHED' TO RPT-DET-ACTION
              MOVE WLM-RETURN-COUNT TO RPT-DET-RETURNS
              MOVE 'RETURNS' TO RPT-DET-SOURCE
              MOVE 'LAST RETURN ANIMAL' TO RPT-DET-REASON
              MOVE INT-ANIMAL-ID TO RPT-DET-REASON (20:10)
              WRITE WL-RPT-RECORD FROM WS-RPT-DETAIL
           END-IF.

       SET-WATCH-FLAG.
           IF WLM-MANUAL-FLAG = 'Y'
              OR WLM-RETURN-COUNT >= WS-RETURN-THRESHOLD
              MOVE 'Y' TO WLM-WATCH-FLAG
           ELSE
              MOVE 'N' TO WLM-WATCH-FLAG
           END-IF.

       APPLY-SUPERVISOR-ENTRIES.
           OPEN INPUT WL-MAINT-FILE
           IF WL-MAINT-STATUS NOT = '00'
              DISPLAY 'ZTPWLBLD WLMAINT NOT AVAILABLE, STATUS: '
                  WL-MAINT-STATUS
           ELSE
              MOVE 'Y' TO WL-MAINT-LOADED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ WL-MAINT-FILE
                  IF WL-MAINT-STATUS = '00'
                     ADD 1 TO WS-MAINT-READ
                     PERFORM APPLY-ONE-MAINT-RECORD
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE WL-MAINT-FILE
           END-IF.

       APPLY-ONE-MAINT-RECORD.
           MOVE SPACES TO WS-MAINT-REJECT-REASON
           PERFORM CHECK-MAINT-SUPERVISOR
           EVALUATE TRUE
               WHEN WMT-CUSTOMER-ID = SPACES
                   MOVE 'CUSTOMER MISSING' TO WS-MAINT-REJECT-REASON
               WHEN WMT-ACTION NOT = 'A' AND WMT-ACTION NOT = 'D'
                   MOVE 'ACTION NOT A OR D' TO WS-MAINT-REJECT-REASON
               WHEN WMT-SUPERVISOR = SPACES
                   MOVE 'SUPERVISOR MISSING' TO WS-MAINT-REJECT-REASON
               WHEN WS-SUPERVISOR-VALID = 'N'
                   MOVE 'SUPERVISOR NOT APPROVER' TO
                       WS-MAINT-REJECT-REASON
               WHEN WMT-ACTION = 'A' AND WMT-REASON = SPACES
                   MOVE 'BAN REASON MISSING' TO WS-MAINT-REJECT-REASON
           END-EVALUATE
           IF WS-MAINT-REJECT-REASON = SPACES
              MOVE WMT-CUSTOMER-ID TO WLM-CUSTOMER-ID
              READ WATCH-LIST-FILE
                  INVALID KEY
                      IF WMT-ACTION = 'A'
                         MOVE SPACES TO WATCH-LIST-RECORD
                         MOVE WMT-CUSTOMER-ID TO WLM-CUSTOMER-ID
                         MOVE 0 TO WLM-RETURN-COUNT
                         PERFORM SET-MANUAL-BAN
                         WRITE WATCH-LIST-RECORD
                             INVALID KEY
                                 MOVE 'WATCH LIST WRITE FAILED' TO
                                     WS-MAINT-REJECT-REASON
                         END-WRITE
                      ELSE
                         MOVE 'CUSTOMER NOT ON WATCH LIST' TO
                             WS-MAINT-REJECT-REASON
                      END-IF
                  NOT INVALID KEY
                      IF WMT-ACTION = 'A'
                         PERFORM SET-MANUAL-BAN
                      ELSE
                         PERFORM CLEAR-WATCH-ENTRY
                      END-IF
                      REWRITE WATCH-LIST-RECORD
                      IF WATCH-LIST-STATUS NOT = '00'
                         MOVE 'WATCH LIST REWRITE FAILED' TO
                             WS-MAINT-REJECT-REASON
                      END-IF
              END-READ
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WMT-CUSTOMER-ID TO RPT-DET-CUSTOMER-ID
           MOVE 'SUPERVISOR' TO RPT-DET-SOURCE
           MOVE WMT-SUPERVISOR TO RPT-DET-BY
           IF WS-MAINT-REJECT-REASON = SPACES
              IF WMT-ACTION = 'A'
                 ADD 1 TO WS-MAINT-ADDED
                 MOVE 'BANNED' TO RPT-DET-ACTION
              ELSE
                 ADD 1 TO WS-MAINT-CLEARED
                 MOVE 'CLEARED' TO RPT-DET-ACTION
              END-IF
              MOVE WLM-RETURN-COUNT TO RPT-DET-RETURNS
              MOVE WMT-REASON TO RPT-DET-REASON
           ELSE
              ADD 1 TO WS-MAINT-REJECTED
              MOVE 'REJECTED' TO RPT-DET-ACTION
              MOVE 0 TO RPT-DET-RETURNS
              MOVE WS-MAINT-REJECT-REASON TO RPT-DET-REASON
           END-IF
           WRITE WL-RPT-RECORD FROM WS-RPT-DETAIL.

       CHECK-MAINT-SUPERVISOR.
           IF WS-AUTH-LOADED NOT = 'Y'
              MOVE 'Y' TO WS-SUPERVISOR-VALID
           ELSE
              MOVE 'N' TO WS-SUPERVISOR-VALID
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                  IF WMT-SUPERVISOR = AUTH-USERID (WS-AUTH-IDX)
                     AND AUTH-ROLE-APPROVE (WS-AUTH-IDX) = 'Y'
                     MOVE 'Y' TO WS-SUPERVISOR-VALID
                  END-IF
              END-PERFORM
           END-IF.

       SET-MANUAL-BAN.
           MOVE 'Y' TO WLM-MANUAL-FLAG
           MOVE 'Y' TO WLM-WATCH-FLAG
           MOVE WMT-SHELTER TO WLM-SHELTER
           MOVE WMT-REASON TO WLM-REASON
           MOVE WMT-SUPERVISOR TO WLM-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WLM-UPDATED-TS.

       CLEAR-WATCH-ENTRY.
           MOVE 'N' TO WLM-MANUAL-FLAG
           MOVE 'N' TO WLM-WATCH-FLAG
           MOVE 0 TO WLM-RETURN-COUNT
           MOVE WMT-SHELTER TO WLM-SHELTER
           MOVE WMT-REASON TO WLM-REASON
           MOVE WMT-SUPERVISOR TO WLM-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO WLM-UPDATED-TS.

       CLEAR-MAINT-FILE.
           OPEN OUTPUT WL-MAINT-FILE
           IF WL-MAINT-STATUS = '00'
              CLOSE WL-MAINT-FILE
           ELSE
              DISPLAY 'ZTPWLBLD WLMAINT CLEAR FAILED, STATUS: '
                  WL-MAINT-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPWLBLD.
