       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSECMN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN CICSJRNL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT SEC-CTL-FILE ASSIGN SECCTL
           FILE STATUS IS SEC-CTL-STATUS.
           SELECT VIOLATION-RPT-FILE ASSIGN SECVRPT
           FILE STATUS IS VIOLATION-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-INQUIRY PIC X(1).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  SEC-CTL-FILE RECORD CONTAINS 7 CHARACTERS
           RECORDING MODE IS F.
       01  SEC-CTL-RECORD.
           05  CTL-FAIL-THRESHOLD PIC 9(3).
           05  CTL-WINDOW-MINUTES PIC 9(4).
       FD  VIOLATION-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VIOLATION-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  JOURNAL-STATUS PIC X(2).
       01  AUTH-CTL-STATUS PIC X(2).
       01  SEC-CTL-STATUS PIC X(2).
       01  VIOLATION-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-FAIL-THRESHOLD PIC 9(3) VALUE 3.
       01  WS-WINDOW-MINUTES PIC 9(4) VALUE 15.
       01  WS-WINDOW-SECONDS PIC 9(6).
       01  WS-RECORDS-READ PIC 9(8) VALUE 0.
       01  WS-RECORDS-SELECTED PIC 9(8) VALUE 0.
       01  WS-FAILURE-COUNT PIC 9(6) VALUE 0.
       01  WS-SUSPENDED-ATTEMPTS PIC 9(6) VALUE 0.
       01  FAILURE-EVENT-TABLE.
           05  FEV-ENTRY OCCURS 500 TIMES.
               10  FEV-KEY-IDX PIC 9(3).
               10  FEV-SECONDS PIC 9(5).
       01  WS-FEV-COUNT PIC 9(3) VALUE 0.
       01  WS-FEV-IDX PIC 9(3).
       01  WS-FEV-JDX PIC 9(3).
       01  WS-FEV-DROPPED PIC 9(6) VALUE 0.
       01  VIOLATION-KEY-TABLE.
           05  VKT-ENTRY OCCURS 100 TIMES.
               10  VKT-USERID PIC X(8).
               10  VKT-TERMID PIC X(4).
               10  VKT-FAILURES PIC 9(5).
               10  VKT-WINDOW-MAX PIC 9(5).
               10  VKT-FIRST-TIME PIC X(6).
               10  VKT-LAST-TIME PIC X(6).
               10  VKT-BREACH PIC X(1).
               10  VKT-ACTION PIC X(20).
       01  WS-VKT-COUNT PIC 9(3) VALUE 0.
       01  WS-VKT-IDX PIC 9(3).
       01  WS-VKT-MATCH PIC 9(3).
       01  WS-BREACH-COUNT PIC 9(3) VALUE 0.
       01  SUSPENDED-TRY-TABLE.
           05  STT-ENTRY OCCURS 50 TIMES.
               10  STT-USERID PIC X(8).
               10  STT-COUNT PIC 9(5).
       01  WS-STT-COUNT PIC 9(2) VALUE 0.
       01  WS-STT-IDX PIC 9(2).
       01  WS-STT-MATCH PIC 9(2).
       01  AUTH-USER-TABLE.
           05  AUT-ENTRY OCCURS 100 TIMES.
               10  AUT-RECORD PIC X(13).
               10  AUT-NEW-SUSPEND PIC X(1).
       01  WS-AUT-COUNT PIC 9(3) VALUE 0.
       01  WS-AUT-IDX PIC 9(3).
       01  WS-AUT-MATCH PIC 9(3).
       01  WS-NEW-SUSPEND-COUNT PIC 9(3) VALUE 0.
       01  WS-WINDOW-COUNT PIC 9(5).
       01  WS-EVENT-SECONDS PIC 9(5).
       01  WS-TS-HH PIC 9(2).
       01  WS-TS-MM PIC 9(2).
       01  WS-TS-SS PIC 9(2).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'CICS SECURITY VIOLATIONS   RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-RPT-RULE-LINE.
           05  FILLER PIC X(17) VALUE 'SUSPEND AFTER    '.
           05  RPT-RULE-THRESHOLD PIC ZZ9.
           05  FILLER PIC X(31)
               VALUE ' AUTHORIZATION FAILURES WITHIN '.
           05  RPT-RULE-MINUTES PIC ZZZ9.
           05  FILLER PIC X(8) VALUE ' MINUTES'.
           05  FILLER PIC X(17) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'USERID   TERM FAILS  WINDOW FIRST    LAS'.
           05  FILLER PIC X(40) VALUE 'T      ACTION'.
       01  WS-RPT-DETAIL.
           05  RPT-DET-USERID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-TERMID PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-FAILURES PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-WINDOW PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-FIRST PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-LAST PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-ACTION PIC X(20).
           05  FILLER PIC X(13) VALUE SPACES.
       01  WS-RPT-TIME.
           05  RPT-TIME-HH PIC X(2).
           05  FILLER PIC X(1) VALUE ':'.
           05  RPT-TIME-MM PIC X(2).
           05  FILLER PIC X(1) VALUE ':'.
           05  RPT-TIME-SS PIC X(2).
       01  WS-RPT-SUSP-HEADER.
           05  FILLER PIC X(40)
               VALUE 'SIGN-ON ATTEMPTS BY SUSPENDED USER IDS  '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-SUSP-LINE.
           05  FILLER PIC X(5) VALUE 'USER '.
           05  RPT-SUS-USERID PIC X(8).
           05  FILLER PIC X(10) VALUE ' ATTEMPTS '.
           05  RPT-SUS-COUNT PIC ZZZZ9.
           05  FILLER PIC X(52) VALUE SPACES.
       01  WS-RPT-NONE-LINE.
           05  FILLER PIC X(40)
               VALUE 'NO AUTHORIZATION FAILURES FOR RUN DATE  '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(36).
           05  RPT-TOT-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-TEST-BANNER PIC X(40)
           VALUE '*** TEST RUN - AUTHCTL NOT UPDATED ***'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-SECURITY-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM SCAN-JOURNAL
           PERFORM EVALUATE-VIOLATION-WINDOWS
           PERFORM LOAD-AUTH-USERS
           PERFORM APPLY-SUSPENSIONS
           IF WS-NEW-SUSPEND-COUNT > 0
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM REWRITE-AUTH-CONTROL
           END-IF
           PERFORM WRITE-VIOLATION-REPORT
           DISPLAY 'ZTPSECMN JOURNAL RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPSECMN AUTHORIZATION FAILURES: '
               WS-FAILURE-COUNT
           DISPLAY 'ZTPSECMN THRESHOLD BREACHES: ' WS-BREACH-COUNT
           DISPLAY 'ZTPSECMN USER IDS SUSPENDED: '
               WS-NEW-SUSPEND-COUNT
           IF WS-NEW-SUSPEND-COUNT > 0
              DISPLAY 'ZTPSECMN *** ' WS-NEW-SUSPEND-COUNT
                  ' USER ID(S) SUSPENDED FOR REPEATED '
                  'AUTHORIZATION FAILURES ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BREACH-COUNT > 0
                 OR WS-SUSPENDED-ATTEMPTS > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
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

       LOAD-SECURITY-CONTROL.
           OPEN INPUT SEC-CTL-FILE
           IF SEC-CTL-STATUS = '00'
              READ SEC-CTL-FILE
              IF SEC-CTL-STATUS = '00'
                 IF CTL-FAIL-THRESHOLD IS NUMERIC
                    AND CTL-FAIL-THRESHOLD > 0
                    MOVE CTL-FAIL-THRESHOLD TO WS-FAIL-THRESHOLD
                 END-IF
                 IF CTL-WINDOW-MINUTES IS NUMERIC
                    AND CTL-WINDOW-MINUTES > 0
                    MOVE CTL-WINDOW-MINUTES TO WS-WINDOW-MINUTES
                 END-IF
              END-IF
              CLOSE SEC-CTL-FILE
           END-IF
           IF WS-WINDOW-MINUTES > 1440
              MOVE 1440 TO WS-WINDOW-MINUTES
           END-IF
           COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60.

       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = '00'
              DISPLAY 'ZTPSECMN NO JOURNAL TO SCAN, STATUS: '
                  JOURNAL-STATUS
              MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ JOURNAL-FILE
               IF JOURNAL-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF JRN-TIMESTAMP (1:8) = WS-RUN-DATE
                     ADD 1 TO WS-RECORDS-SELECTED
                     EVALUATE JRN-RESPONSE-CODE
                         WHEN 'NA'
                             PERFORM TALLY-FAILURE
                         WHEN 'SU'
                             PERFORM TALLY-SUSPENDED-ATTEMPT
                     END-EVALUATE
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF JOURNAL-STATUS NOT = '35'
              CLOSE JOURNAL-FILE
           END-IF
           IF WS-FEV-DROPPED > 0
              DISPLAY 'ZTPSECMN FAILURE TABLE FULL, NOT WINDOWED: '
                  WS-FEV-DROPPED
           END-IF.

       TALLY-FAILURE.
           ADD 1 TO WS-FAILURE-COUNT
           MOVE 0 TO WS-VKT-MATCH
           PERFORM VARYING WS-VKT-IDX FROM 1 BY 1
                   UNTIL WS-VKT-IDX > WS-VKT-COUNT
               IF VKT-USERID (WS-VKT-IDX) = JRN-USERID
                  AND VKT-TERMID (WS-VKT-IDX) = JRN-TERMID
                  MOVE WS-VKT-IDX TO WS-VKT-MATCH
                  MOVE WS-VKT-COUNT TO WS-VKT-IDX
               END-IF
           END-PERFORM
           IF WS-VKT-MATCH = 0
              IF WS-VKT-COUNT < 100
                 ADD 1 TO WS-VKT-COUNT
                 MOVE WS-VKT-COUNT TO WS-VKT-MATCH
                 MOVE JRN-USERID TO VKT-USERID (WS-VKT-MATCH)
                 MOVE JRN-TERMID TO VKT-TERMID (WS-VKT-MATCH)
                 MOVE 0 TO VKT-FAILURES (WS-VKT-MATCH)
                 MOVE 0 TO VKT-WINDOW-MAX (WS-VKT-MATCH)
                 MOVE JRN-TIMESTAMP (9:6) TO
                     VKT-FIRST-TIME (WS-VKT-MATCH)
                 MOVE JRN-TIMESTAMP (9:6) TO
                     VKT-LAST-TIME (WS-VKT-MATCH)
                 MOVE 'N' TO VKT-BREACH (WS-VKT-MATCH)
                 MOVE SPACES TO VKT-ACTION (WS-VKT-MATCH)
              ELSE
                 DISPLAY 'ZTPSECMN VIOLATION TABLE FULL, NOT '
                     'CHECKED: ' JRN-USERID ' ' JRN-TERMID
              END-IF
           END-IF
           IF WS-VKT-MATCH NOT = 0
              ADD 1 TO VKT-FAILURES (WS-VKT-MATCH)
              IF JRN-TIMESTAMP (9:6) < VKT-FIRST-TIME (WS-VKT-MATCH)
                 MOVE JRN-TIMESTAMP (9:6) TO
                     VKT-FIRST-TIME (WS-VKT-MATCH)
              END-IF
              IF JRN-TIMESTAMP (9:6) > VKT-LAST-TIME (WS-VKT-MATCH)
                 MOVE JRN-TIMESTAMP (9:6) TO
                     VKT-LAST-TIME (WS-VKT-MATCH)
              END-IF
              IF JRN-TIMESTAMP (9:6) IS NUMERIC
                 IF WS-FEV-COUNT < 500
                    MOVE JRN-TIMESTAMP (9:2) TO WS-TS-HH
                    MOVE JRN-TIMESTAMP (11:2) TO WS-TS-MM
                    MOVE JRN-TIMESTAMP (13:2) TO WS-TS-SS
                    ADD 1 TO WS-FEV-COUNT
                    MOVE WS-VKT-MATCH TO FEV-KEY-IDX (WS-FEV-COUNT)
                    COMPUTE FEV-SECONDS (WS-FEV-COUNT) =
                        WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
                 ELSE
                    ADD 1 TO WS-FEV-DROPPED
                 END-IF
              END-IF
           END-IF.

       TALLY-SUSPENDED-ATTEMPT.
           ADD 1 TO WS-SUSPENDED-ATTEMPTS
           MOVE 0 TO WS-STT-MATCH
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
                   UNTIL WS-STT-IDX > WS-STT-COUNT
               IF STT-USERID (WS-STT-IDX) = JRN-USERID
                  MOVE WS-STT-IDX TO WS-STT-MATCH
                  MOVE WS-STT-COUNT TO WS-STT-IDX
               END-IF
           END-PERFORM
           IF WS-STT-MATCH = 0
              AND WS-STT-COUNT < 50
              ADD 1 TO WS-STT-COUNT
              MOVE WS-STT-COUNT TO WS-STT-MATCH
              MOVE JRN-USERID TO STT-USERID (WS-STT-MATCH)
              MOVE 0 TO STT-COUNT (WS-STT-MATCH)
           END-IF
           IF WS-STT-MATCH NOT = 0
              ADD 1 TO STT-COUNT (WS-STT-MATCH)
           END-IF.

       EVALUATE-VIOLATION-WINDOWS.
           PERFORM VARYING WS-FEV-IDX FROM 1 BY 1
                   UNTIL WS-FEV-IDX > WS-FEV-COUNT
               MOVE FEV-SECONDS (WS-FEV-IDX) TO WS-EVENT-SECONDS
               MOVE 0 TO WS-WINDOW-COUNT
               PERFORM VARYING WS-FEV-JDX FROM 1 BY 1
                       UNTIL WS-FEV-JDX > WS-FEV-COUNT
                   IF FEV-KEY-IDX (WS-FEV-JDX) =
                          FEV-KEY-IDX (WS-FEV-IDX)
                      AND FEV-SECONDS (WS-FEV-JDX) >=
                          WS-EVENT-SECONDS
                      AND FEV-SECONDS (WS-FEV-JDX) <
                          WS-EVENT-SECONDS + WS-WINDOW-SECONDS
                      ADD 1 TO WS-WINDOW-COUNT
                   END-IF
               END-PERFORM
               MOVE FEV-KEY-IDX (WS-FEV-IDX) TO WS-VKT-IDX
               IF WS-WINDOW-COUNT > VKT-WINDOW-MAX (WS-VKT-IDX)
                  MOVE WS-WINDOW-COUNT TO VKT-WINDOW-MAX (WS-VKT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VKT-IDX FROM 1 BY 1
                   UNTIL WS-VKT-IDX > WS-VKT-COUNT
               IF VKT-WINDOW-MAX (WS-VKT-IDX) >= WS-FAIL-THRESHOLD
                  MOVE 'Y' TO VKT-BREACH (WS-VKT-IDX)
                  ADD 1 TO WS-BREACH-COUNT
               ELSE
                  MOVE 'BELOW THRESHOLD' TO VKT-ACTION (WS-VKT-IDX)
               END-IF
           END-PERFORM.

       LOAD-AUTH-USERS.
           IF WS-BREACH-COUNT = 0
              CONTINUE
           ELSE
              OPEN INPUT AUTH-CTL-FILE
              IF AUTH-CTL-STATUS NOT = '00'
                 DISPLAY 'ZTPSECMN AUTHCTL OPEN FAILED, STATUS: '
                     AUTH-CTL-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ AUTH-CTL-FILE
                  IF AUTH-CTL-STATUS = '00'
                     IF WS-AUT-COUNT < 100
                        ADD 1 TO WS-AUT-COUNT
                        MOVE AUTH-CTL-RECORD TO
                            AUT-RECORD (WS-AUT-COUNT)
                        MOVE 'N' TO AUT-NEW-SUSPEND (WS-AUT-COUNT)
                     ELSE
                        DISPLAY 'ZTPSECMN AUTHCTL TABLE FULL AT '
                            AUTH-CTL-USERID
                        MOVE 16 TO RETURN-CODE
                        CLOSE AUTH-CTL-FILE
                        PERFORM WRITE-AUDIT-RECORD
                        STOP RUN
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
           END-IF.

       APPLY-SUSPENSIONS.
           PERFORM VARYING WS-VKT-IDX FROM 1 BY 1
                   UNTIL WS-VKT-IDX > WS-VKT-COUNT
               IF VKT-BREACH (WS-VKT-IDX) = 'Y'
                  PERFORM SUSPEND-ONE-USER
               END-IF
           END-PERFORM.

       SUSPEND-ONE-USER.
           MOVE 0 TO WS-AUT-MATCH
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-COUNT
               IF AUT-RECORD (WS-AUT-IDX) (1:8) =
                      VKT-USERID (WS-VKT-IDX)
                  MOVE WS-AUT-IDX TO WS-AUT-MATCH
                  MOVE WS-AUT-COUNT TO WS-AUT-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AUT-MATCH = 0
                   MOVE 'NOT IN AUTHCTL' TO VKT-ACTION (WS-VKT-IDX)
               WHEN AUT-NEW-SUSPEND (WS-AUT-MATCH) = 'Y'
                   MOVE 'SUSPENDED' TO VKT-ACTION (WS-VKT-IDX)
               WHEN AUT-RECORD (WS-AUT-MATCH) (13:1) = 'Y'
                   MOVE 'ALREADY SUSPENDED' TO VKT-ACTION (WS-VKT-IDX)
               WHEN OTHER
                   MOVE 'Y' TO AUT-RECORD (WS-AUT-MATCH) (13:1)
                   MOVE 'Y' TO AUT-NEW-SUSPEND (WS-AUT-MATCH)
                   ADD 1 TO WS-NEW-SUSPEND-COUNT
                   IF WS-RUN-MODE = 'TEST'
                      MOVE 'WOULD SUSPEND' TO VKT-ACTION (WS-VKT-IDX)
                   ELSE
                      MOVE 'SUSPENDED' TO VKT-ACTION (WS-VKT-IDX)
                   END-IF
                   DISPLAY 'ZTPSECMN SUSPENDING USER '
                       VKT-USERID (WS-VKT-IDX) ' TERMINAL '
                       VKT-TERMID (WS-VKT-IDX) ' FAILURES IN WINDOW: '
                       VKT-WINDOW-MAX (WS-VKT-IDX)
           END-EVALUATE.

       REWRITE-AUTH-CONTROL.
           OPEN OUTPUT AUTH-CTL-FILE
           IF AUTH-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPSECMN AUTHCTL REWRITE FAILED, STATUS: '
                  AUTH-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-COUNT
               MOVE AUT-RECORD (WS-AUT-IDX) TO AUTH-CTL-RECORD
               WRITE AUTH-CTL-RECORD
           END-PERFORM
           CLOSE AUTH-CTL-FILE.

       WRITE-VIOLATION-REPORT.
           OPEN OUTPUT VIOLATION-RPT-FILE
           IF VIOLATION-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPSECMN SECVRPT OPEN FAILED, STATUS: '
                  VIOLATION-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE = 'TEST'
              WRITE VIOLATION-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-HEADER
           MOVE WS-FAIL-THRESHOLD TO RPT-RULE-THRESHOLD
           MOVE WS-WINDOW-MINUTES TO RPT-RULE-MINUTES
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-RULE-LINE
           IF WS-VKT-COUNT = 0
              WRITE VIOLATION-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COLUMNS
              PERFORM VARYING WS-VKT-IDX FROM 1 BY 1
                      UNTIL WS-VKT-IDX > WS-VKT-COUNT
                  PERFORM WRITE-VIOLATION-DETAIL
              END-PERFORM
           END-IF
           IF WS-STT-COUNT > 0
              WRITE VIOLATION-RPT-RECORD FROM WS-RPT-SUSP-HEADER
              PERFORM VARYING WS-STT-IDX FROM 1 BY 1
                      UNTIL WS-STT-IDX > WS-STT-COUNT
                  MOVE STT-USERID (WS-STT-IDX) TO RPT-SUS-USERID
                  MOVE STT-COUNT (WS-STT-IDX) TO RPT-SUS-COUNT
                  WRITE VIOLATION-RPT-RECORD FROM WS-RPT-SUSP-LINE
              END-PERFORM
           END-IF
           MOVE 'AUTHORIZATION FAILURES' TO RPT-TOT-LABEL
           MOVE WS-FAILURE-COUNT TO RPT-TOT-COUNT
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'USER/TERMINAL PAIRS OVER THRESHOLD' TO RPT-TOT-LABEL
           MOVE WS-BREACH-COUNT TO RPT-TOT-COUNT
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'USER IDS SUSPENDED THIS RUN' TO RPT-TOT-LABEL
           MOVE WS-NEW-SUSPEND-COUNT TO RPT-TOT-COUNT
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'ATTEMPTS BY SUSPENDED USER IDS' TO RPT-TOT-LABEL
           MOVE WS-SUSPENDED-ATTEMPTS TO RPT-TOT-COUNT
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           CLOSE VIOLATION-RPT-FILE.

       WRITE-VIOLATION-DETAIL.
           MOVE VKT-USERID (WS-VKT-IDX) TO RPT-DET-USERID
           MOVE VKT-TERMID (WS-VKT-IDX) TO RPT-DET-TERMID
           MOVE VKT-FAILURES (WS-VKT-IDX) TO RPT-DET-FAILURES
           MOVE VKT-WINDOW-MAX (WS-VKT-IDX) TO RPT-DET-WINDOW
           MOVE VKT-FIRST-TIME (WS-VKT-IDX) (1:2) TO RPT-TIME-HH
           MOVE VKT-FIRST-TIME (WS-VKT-IDX) (3:2) TO RPT-TIME-MM
           MOVE VKT-FIRST-TIME (WS-VKT-IDX) (5:2) TO RPT-TIME-SS
           MOVE WS-RPT-TIME TO RPT-DET-FIRST
           MOVE VKT-LAST-TIME (WS-VKT-IDX) (1:2) TO RPT-TIME-HH
           MOVE VKT-LAST-TIME (WS-VKT-IDX) (3:2) TO RPT-TIME-MM
           MOVE VKT-LAST-TIME (WS-VKT-IDX) (5:2) TO RPT-TIME-SS
           MOVE WS-RPT-TIME TO RPT-DET-LAST
           MOVE VKT-ACTION (WS-VKT-IDX) TO RPT-DET-ACTION
           WRITE VIOLATION-RPT-RECORD FROM WS-RPT-DETAIL.

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPSECMN' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPSECMN' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-SELECTED TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSECMN' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPSECMN.
