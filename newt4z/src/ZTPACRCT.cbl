       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPACRCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT AUTH-MGR-FILE ASSIGN AUTHMGR
           FILE STATUS IS AUTH-MGR-STATUS.
           SELECT RECERT-CTL-FILE ASSIGN RCRTCTL
           FILE STATUS IS RECERT-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN CICSJRNL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT RECERT-RPT-FILE ASSIGN RCRTRPT
           FILE STATUS IS RECERT-RPT-STATUS.
           SELECT SIGNOFF-FILE ASSIGN RCRTSIGN
           FILE STATUS IS SIGNOFF-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
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
       FD  AUTH-MGR-FILE RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-MGR-RECORD.
           05  AMG-USERID PIC X(8).
           05  AMG-MANAGER-ID PIC X(8).
           05  AMG-MANAGER-NAME PIC X(30).
           05  FILLER PIC X(4).
       FD  RECERT-CTL-FILE RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  RECERT-CTL-RECORD.
           05  CTL-UNUSED-DAYS PIC 9(4).
           05  FILLER PIC X(4).
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
           05  FILLER PIC X(16).
       FD  RECERT-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RECERT-RPT-RECORD PIC X(80).
       FD  SIGNOFF-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.
       01  SIGNOFF-RECORD.
           05  SGN-CC PIC X(1).
           05  SGN-TEXT PIC X(132).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  AUTH-CTL-STATUS PIC X(2).
       01  AUTH-MGR-STATUS PIC X(2).
       01  RECERT-CTL-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
       01  RECERT-RPT-STATUS PIC X(2).
       01  SIGNOFF-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-UNUSED-DAYS PIC 9(4) VALUE 90.
       01  WS-JOURNAL-READ PIC 9(8) VALUE 0.
       01  WS-LAST-USED-NUM PIC 9(8).
       01  WS-DAYS-SINCE PIC S9(7).
       01  RECERT-USER-TABLE.
           05  RUT-ENTRY OCCURS 100 TIMES.
               10  RUT-USERID PIC X(8).
               10  RUT-ROLE-INQUIRY PIC X(1).
               10  RUT-ROLE-UPDATE PIC X(1).
               10  RUT-ROLE-MAINT PIC X(1).
               10  RUT-ROLE-APPROVE PIC X(1).
               10  RUT-SUSPENDED PIC X(1).
               10  RUT-LAST-USED PIC X(8).
               10  RUT-DAYS-UNUSED PIC 9(5).
               10  RUT-DENIED PIC 9(5).
               10  RUT-MGR-IDX PIC 9(2).
               10  RUT-UNUSED-FLAG PIC X(1).
               10  RUT-SOD-FLAG PIC X(1).
               10  RUT-FUNC-COUNT PIC 9(2).
               10  RUT-FUNC OCCURS 10 TIMES.
                   15  RUT-FUNC-CODE PIC X(4).
                   15  RUT-FUNC-USES PIC 9(5).
       01  WS-RUT-COUNT PIC 9(3) VALUE 0.
       01  WS-RUT-IDX PIC 9(3).
       01  WS-RUT-MATCH PIC 9(3).
       01  WS-FUNC-IDX PIC 9(2).
       01  WS-FUNC-MATCH PIC 9(2).
       01  WS-CUR-FUNCTION PIC X(4).
       01  WS-SEARCH-USERID PIC X(8).
       01  WS-FLAGS-HOLD PIC X(32).
       01  RECERT-MANAGER-TABLE.
           05  RMT-ENTRY OCCURS 50 TIMES.
               10  RMT-MANAGER-ID PIC X(8).
               10  RMT-MANAGER-NAME PIC X(30).
       01  WS-RMT-COUNT PIC 9(2) VALUE 0.
       01  WS-RMT-IDX PIC 9(2).
       01  WS-RMT-MATCH PIC 9(2).
       01  WS-SHEET-MGR-IDX PIC 9(2).
       01  WS-SHEET-USERS PIC 9(3).
       01  WS-SHEETS-WRITTEN PIC 9(3) VALUE 0.
       01  WS-UNUSED-COUNT PIC 9(3) VALUE 0.
       01  WS-SOD-COUNT PIC 9(3) VALUE 0.
       01  WS-NO-MANAGER-COUNT PIC 9(3) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(38)
               VALUE 'CICS ACCESS RECERTIFICATION  RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(10) VALUE '  UNUSED >'.
           05  RPT-HDR-DAYS PIC ZZZ9.
           05  FILLER PIC X(5) VALUE ' DAYS'.
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(48)
               VALUE 'USERID   I U M A  LAST USED  DAYS DENY MANAGER '.
           05  FILLER PIC X(32) VALUE 'FLAGS'.
       01  WS-RPT-DETAIL.
           05  RPT-DET-USERID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-INQUIRY PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-UPDATE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MAINT PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-APPROVE PIC X(1).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-LAST-USED PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DAYS PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DENIED PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MANAGER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-FLAGS PIC X(32).
       01  WS-RPT-FUNC-LINE.
           05  FILLER PIC X(19) VALUE '         FUNCTIONS '.
           05  RPT-FNC-ENTRY OCCURS 5 TIMES.
               10  RPT-FNC-CODE PIC X(4).
               10  FILLER PIC X(1).
               10  RPT-FNC-USES PIC ZZZZ9.
               10  FILLER PIC X(1).
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-RPT-FNC-SLOT PIC 9(1).
       01  WS-RPT-NO-USE-LINE.
           05  FILLER PIC X(40)
               VALUE '         NO ACTIVITY IN CICSJRNL        '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(36).
           05  RPT-TOT-COUNT PIC ZZZZ9.
           05  FILLER PIC X(39) VALUE SPACES.
       01  WS-SGN-PAGE-HEADER.
           05  FILLER PIC X(48)
               VALUE 'CICS ACCESS RECERTIFICATION - MANAGER SIGN-OFF  '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  SGN-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(67) VALUE SPACES.
       01  WS-SGN-MANAGER-LINE.
           05  FILLER PIC X(9) VALUE 'MANAGER  '.
           05  SGN-MGR-ID PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SGN-MGR-NAME PIC X(50).
           05  FILLER PIC X(63) VALUE SPACES.
       01  WS-SGN-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'USERID   INQ UPD MNT APR  LAST USED  FLA'.
           05  FILLER PIC X(40)
               VALUE 'GS                            KEEP REMOV'.
           05  FILLER PIC X(52) VALUE 'E'.
       01  WS-SGN-DETAIL.
           05  SGN-DET-USERID PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SGN-DET-INQUIRY PIC X(1).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SGN-DET-UPDATE PIC X(1).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SGN-DET-MAINT PIC X(1).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SGN-DET-APPROVE PIC X(1).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SGN-DET-LAST-USED PIC X(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  SGN-DET-FLAGS PIC X(32).
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(11) VALUE '[ ]   [ ]  '.
           05  FILLER PIC X(51) VALUE SPACES.
       01  WS-SGN-CONFIRM-LINE.
           05  FILLER PIC X(40)
               VALUE 'I HAVE REVIEWED THE ACCESS ABOVE. USERS '.
           05  FILLER PIC X(40)
               VALUE 'MARKED KEEP STILL NEED EVERY ROLE SHOWN;'.
           05  FILLER PIC X(40)
               VALUE ' USERS MARKED REMOVE ARE TO BE REVOKED. '.
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-SGN-SIGNATURE-LINE.
           05  FILLER PIC X(40)
               VALUE 'SIGNED ______________________________   '.
           05  FILLER PIC X(92) VALUE 'DATE __________'.
       01  WS-SGN-UNASSIGNED-NAME PIC X(50)
           VALUE 'NO MANAGER ON AUTHMGR - SECURITY OFFICER TO REVIEW'.
       01  WS-TEST-BANNER PIC X(40)
           VALUE '*** TEST RUN - NOT FOR SIGN-OFF ***'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-RECERT-CONTROL
           PERFORM LOAD-AUTH-USERS
           PERFORM LOAD-MANAGER-ASSIGNMENTS
           PERFORM SCAN-JOURNAL
           PERFORM EVALUATE-USER-FLAGS
           PERFORM WRITE-RECERT-REPORT
           PERFORM WRITE-SIGNOFF-SHEETS
           DISPLAY 'ZTPACRCT AUTHCTL USERS REVIEWED: ' WS-RUT-COUNT
           DISPLAY 'ZTPACRCT UNUSED FOR ' WS-UNUSED-DAYS ' DAYS: '
               WS-UNUSED-COUNT
           DISPLAY 'ZTPACRCT MAKER AND APPROVER: ' WS-SOD-COUNT
           DISPLAY 'ZTPACRCT NO MANAGER ASSIGNED: '
               WS-NO-MANAGER-COUNT
           DISPLAY 'ZTPACRCT SIGN-OFF SHEETS WRITTEN: '
               WS-SHEETS-WRITTEN
           IF WS-UNUSED-COUNT > 0 OR WS-SOD-COUNT > 0
              OR WS-NO-MANAGER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
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

       LOAD-RECERT-CONTROL.
           OPEN INPUT RECERT-CTL-FILE
           IF RECERT-CTL-STATUS = '00'
              READ RECERT-CTL-FILE
              IF RECERT-CTL-STATUS = '00'
                 IF CTL-UNUSED-DAYS IS NUMERIC
                    AND CTL-UNUSED-DAYS > 0
                    MOVE CTL-UNUSED-DAYS TO WS-UNUSED-DAYS
                 END-IF
              END-IF
              CLOSE RECERT-CTL-FILE
           END-IF.

       LOAD-AUTH-USERS.
           OPEN INPUT AUTH-CTL-FILE
           IF AUTH-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPACRCT AUTHCTL OPEN FAILED, STATUS: '
                  AUTH-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUTH-CTL-FILE
               IF AUTH-CTL-STATUS = '00'
                  IF WS-RUT-COUNT < 100
                     ADD 1 TO WS-RUT-COUNT
                     MOVE AUTH-CTL-USERID TO RUT-USERID (WS-RUT-COUNT)
                     MOVE AUTH-CTL-ROLE-INQUIRY TO
                         RUT-ROLE-INQUIRY (WS-RUT-COUNT)
                     MOVE AUTH-CTL-ROLE-UPDATE TO
                         RUT-ROLE-UPDATE (WS-RUT-COUNT)
                     MOVE AUTH-CTL-ROLE-MAINT TO
                         RUT-ROLE-MAINT (WS-RUT-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         RUT-ROLE-APPROVE (WS-RUT-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         RUT-SUSPENDED (WS-RUT-COUNT)
                     MOVE SPACES TO RUT-LAST-USED (WS-RUT-COUNT)
                     MOVE 0 TO RUT-DAYS-UNUSED (WS-RUT-COUNT)
                     MOVE 0 TO RUT-DENIED (WS-RUT-COUNT)
                     MOVE 0 TO RUT-MGR-IDX (WS-RUT-COUNT)
                     MOVE 'N' TO RUT-UNUSED-FLAG (WS-RUT-COUNT)
                     MOVE 'N' TO RUT-SOD-FLAG (WS-RUT-COUNT)
                     MOVE 0 TO RUT-FUNC-COUNT (WS-RUT-COUNT)
                  ELSE
                     DISPLAY 'ZTPACRCT USER TABLE FULL, NOT REVIEWED: '
                         AUTH-CTL-USERID
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE AUTH-CTL-FILE.

       LOAD-MANAGER-ASSIGNMENTS.
           OPEN INPUT AUTH-MGR-FILE
           IF AUTH-MGR-STATUS NOT = '00'
              DISPLAY 'ZTPACRCT AUTHMGR NOT AVAILABLE, ALL USERS '
                  'REPORTED WITHOUT A MANAGER'
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ AUTH-MGR-FILE
                  IF AUTH-MGR-STATUS = '00'
                     PERFORM ASSIGN-ONE-MANAGER
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE AUTH-MGR-FILE
           END-IF.

       ASSIGN-ONE-MANAGER.
           MOVE AMG-USERID TO WS-SEARCH-USERID
           PERFORM FIND-RECERT-USER
           IF WS-RUT-MATCH NOT = 0
              AND AMG-MANAGER-ID NOT = SPACES
              MOVE 0 TO WS-RMT-MATCH
              PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                      UNTIL WS-RMT-IDX > WS-RMT-COUNT
                  IF RMT-MANAGER-ID (WS-RMT-IDX) = AMG-MANAGER-ID
                     MOVE WS-RMT-IDX TO WS-RMT-MATCH
                     MOVE WS-RMT-COUNT TO WS-RMT-IDX
                  END-IF
              END-PERFORM
              IF WS-RMT-MATCH = 0
                 AND WS-RMT-COUNT < 50
                 ADD 1 TO WS-RMT-COUNT
                 MOVE WS-RMT-COUNT TO WS-RMT-MATCH
                 MOVE AMG-MANAGER-ID TO RMT-MANAGER-ID (WS-RMT-MATCH)
                 MOVE AMG-MANAGER-NAME TO
                     RMT-MANAGER-NAME (WS-RMT-MATCH)
              END-IF
              MOVE WS-RMT-MATCH TO RUT-MGR-IDX (WS-RUT-MATCH)
           END-IF.

       FIND-RECERT-USER.
           MOVE 0 TO WS-RUT-MATCH
           PERFORM VARYING WS-RUT-IDX FROM 1 BY 1
                   UNTIL WS-RUT-IDX > WS-RUT-COUNT
               IF RUT-USERID (WS-RUT-IDX) = WS-SEARCH-USERID
                  MOVE WS-RUT-IDX TO WS-RUT-MATCH
                  MOVE WS-RUT-COUNT TO WS-RUT-IDX
               END-IF
           END-PERFORM.

       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = '00'
              DISPLAY 'ZTPACRCT NO JOURNAL TO SCAN, STATUS: '
                  JOURNAL-STATUS
              MOVE 'N' TO WS-MORE-RECORDS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ JOURNAL-FILE
               IF JOURNAL-STATUS = '00'
                  ADD 1 TO WS-JOURNAL-READ
                  MOVE JRN-USERID TO WS-SEARCH-USERID
                  PERFORM FIND-RECERT-USER
                  IF WS-RUT-MATCH NOT = 0
                     PERFORM TALLY-USER-ACTIVITY
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF JOURNAL-STATUS NOT = '35'
              CLOSE JOURNAL-FILE
           END-IF.

       TALLY-USER-ACTIVITY.
           IF JRN-RESPONSE-CODE = 'NA'
              ADD 1 TO RUT-DENIED (WS-RUT-MATCH)
           ELSE
              IF JRN-TIMESTAMP (1:8) IS NUMERIC
                 AND JRN-TIMESTAMP (1:8) > RUT-LAST-USED (WS-RUT-MATCH)
                 MOVE JRN-TIMESTAMP (1:8) TO
                     RUT-LAST-USED (WS-RUT-MATCH)
              END-IF
              IF JRN-FUNCTION = SPACES
                 MOVE '----' TO WS-CUR-FUNCTION
              ELSE
                 MOVE JRN-FUNCTION TO WS-CUR-FUNCTION
              END-IF
              MOVE 0 TO WS-FUNC-MATCH
              PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                      UNTIL WS-FUNC-IDX > RUT-FUNC-COUNT (WS-RUT-MATCH)
                  IF RUT-FUNC-CODE (WS-RUT-MATCH, WS-FUNC-IDX) =
                         WS-CUR-FUNCTION
                     MOVE WS-FUNC-IDX TO WS-FUNC-MATCH
                  END-IF
              END-PERFORM
              IF WS-FUNC-MATCH = 0
                 AND RUT-FUNC-COUNT (WS-RUT-MATCH) < 10
                 ADD 1 TO RUT-FUNC-COUNT (WS-RUT-MATCH)
                 MOVE RUT-FUNC-COUNT (WS-RUT-MATCH) TO WS-FUNC-MATCH
                 MOVE WS-CUR-FUNCTION TO
                     RUT-FUNC-CODE (WS-RUT-MATCH, WS-FUNC-MATCH)
                 MOVE 0 TO RUT-FUNC-USES (WS-RUT-MATCH, WS-FUNC-MATCH)
              END-IF
              IF WS-FUNC-MATCH NOT = 0
                 ADD 1 TO RUT-FUNC-USES (WS-RUT-MATCH, WS-FUNC-MATCH)
              END-IF
           END-IF.

       EVALUATE-USER-FLAGS.
           PERFORM VARYING WS-RUT-IDX FROM 1 BY 1
                   UNTIL WS-RUT-IDX > WS-RUT-COUNT
               IF RUT-LAST-USED (WS-RUT-IDX) = SPACES
                  MOVE 'Y' TO RUT-UNUSED-FLAG (WS-RUT-IDX)
               ELSE
                  MOVE RUT-LAST-USED (WS-RUT-IDX) TO WS-LAST-USED-NUM
                  COMPUTE WS-DAYS-SINCE =
                      FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                      - FUNCTION INTEGER-OF-DATE (WS-LAST-USED-NUM)
                  IF WS-DAYS-SINCE < 0
                     MOVE 0 TO WS-DAYS-SINCE
                  END-IF
                  MOVE WS-DAYS-SINCE TO RUT-DAYS-UNUSED (WS-RUT-IDX)
                  IF WS-DAYS-SINCE > WS-UNUSED-DAYS
                     MOVE 'Y' TO RUT-UNUSED-FLAG (WS-RUT-IDX)
                  END-IF
               END-IF
               IF RUT-ROLE-APPROVE (WS-RUT-IDX) = 'Y'
                  AND (RUT-ROLE-UPDATE (WS-RUT-IDX) = 'Y'
                       OR RUT-ROLE-MAINT (WS-RUT-IDX) = 'Y')
                  MOVE 'Y' TO RUT-SOD-FLAG (WS-RUT-IDX)
               END-IF
               IF RUT-UNUSED-FLAG (WS-RUT-IDX) = 'Y'
                  ADD 1 TO WS-UNUSED-COUNT
               END-IF
               IF RUT-SOD-FLAG (WS-RUT-IDX) = 'Y'
                  ADD 1 TO WS-SOD-COUNT
               END-IF
               IF RUT-MGR-IDX (WS-RUT-IDX) = 0
                  ADD 1 TO WS-NO-MANAGER-COUNT
               END-IF
           END-PERFORM.

       BUILD-USER-FLAGS.
           MOVE SPACES TO RPT-DET-FLAGS
           EVALUATE TRUE
               WHEN RUT-UNUSED-FLAG (WS-RUT-IDX) = 'Y'
                    AND RUT-SOD-FLAG (WS-RUT-IDX) = 'Y'
                   MOVE 'UNUSED + MAKER/APPROVER' TO RPT-DET-FLAGS
               WHEN RUT-UNUSED-FLAG (WS-RUT-IDX) = 'Y'
                   MOVE 'UNUSED' TO RPT-DET-FLAGS
               WHEN RUT-SOD-FLAG (WS-RUT-IDX) = 'Y'
                   MOVE 'MAKER/APPROVER' TO RPT-DET-FLAGS
           END-EVALUATE
           IF RUT-SUSPENDED (WS-RUT-IDX) = 'Y'
              IF RPT-DET-FLAGS = SPACES
                 MOVE 'SUSPENDED' TO RPT-DET-FLAGS
              ELSE
                 MOVE RPT-DET-FLAGS TO WS-FLAGS-HOLD
                 MOVE SPACES TO RPT-DET-FLAGS
                 STRING 'SUSP + ' DELIMITED BY SIZE
                     WS-FLAGS-HOLD DELIMITED BY '  '
                     INTO RPT-DET-FLAGS
                 END-STRING
              END-IF
           END-IF
           IF RUT-LAST-USED (WS-RUT-IDX) = SPACES
              MOVE 'NEVER' TO RPT-DET-LAST-USED
           ELSE
              MOVE RUT-LAST-USED (WS-RUT-IDX) TO RPT-DET-LAST-USED
           END-IF.

       WRITE-RECERT-REPORT.
           OPEN OUTPUT RECERT-RPT-FILE
           IF RECERT-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPACRCT RCRTRPT OPEN FAILED, STATUS: '
                  RECERT-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-UNUSED-DAYS TO RPT-HDR-DAYS
           WRITE RECERT-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE RECERT-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE RECERT-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-RUT-IDX FROM 1 BY 1
                   UNTIL WS-RUT-IDX > WS-RUT-COUNT
               PERFORM WRITE-USER-DETAIL
           END-PERFORM
           MOVE SPACES TO RECERT-RPT-RECORD
           WRITE RECERT-RPT-RECORD
           MOVE 'AUTHCTL USER IDS REVIEWED' TO RPT-TOT-LABEL
           MOVE WS-RUT-COUNT TO RPT-TOT-COUNT
           WRITE RECERT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'UNUSED BEYOND THE LIMIT OR NEVER' TO RPT-TOT-LABEL
           MOVE WS-UNUSED-COUNT TO RPT-TOT-COUNT
           WRITE RECERT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'HOLDING MAKER AND APPROVE RIGHTS' TO RPT-TOT-LABEL
           MOVE WS-SOD-COUNT TO RPT-TOT-COUNT
           WRITE RECERT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'NO MANAGER ON AUTHMGR' TO RPT-TOT-LABEL
           MOVE WS-NO-MANAGER-COUNT TO RPT-TOT-COUNT
           WRITE RECERT-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           CLOSE RECERT-RPT-FILE.

       WRITE-USER-DETAIL.
           MOVE RUT-USERID (WS-RUT-IDX) TO RPT-DET-USERID
           MOVE RUT-ROLE-INQUIRY (WS-RUT-IDX) TO RPT-DET-INQUIRY
           MOVE RUT-ROLE-UPDATE (WS-RUT-IDX) TO RPT-DET-UPDATE
           MOVE RUT-ROLE-MAINT (WS-RUT-IDX) TO RPT-DET-MAINT
           MOVE RUT-ROLE-APPROVE (WS-RUT-IDX) TO RPT-DET-APPROVE
           MOVE RUT-DAYS-UNUSED (WS-RUT-IDX) TO RPT-DET-DAYS
           MOVE RUT-DENIED (WS-RUT-IDX) TO RPT-DET-DENIED
           IF RUT-MGR-IDX (WS-RUT-IDX) = 0
              MOVE '--------' TO RPT-DET-MANAGER
           ELSE
              MOVE RMT-MANAGER-ID (RUT-MGR-IDX (WS-RUT-IDX)) TO
                  RPT-DET-MANAGER
           END-IF
           PERFORM BUILD-USER-FLAGS
           WRITE RECERT-RPT-RECORD FROM WS-RPT-DETAIL
           IF RUT-FUNC-COUNT (WS-RUT-IDX) = 0
              WRITE RECERT-RPT-RECORD FROM WS-RPT-NO-USE-LINE
           ELSE
              MOVE 0 TO WS-RPT-FNC-SLOT
              PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                      UNTIL WS-FUNC-IDX > RUT-FUNC-COUNT (WS-RUT-IDX)
                  IF WS-RPT-FNC-SLOT = 0
                     PERFORM CLEAR-FUNC-LINE
                  END-IF
                  ADD 1 TO WS-RPT-FNC-SLOT
                  MOVE RUT-FUNC-CODE (WS-RUT-IDX, WS-FUNC-IDX) TO
                      RPT-FNC-CODE (WS-RPT-FNC-SLOT)
                  MOVE RUT-FUNC-USES (WS-RUT-IDX, WS-FUNC-IDX) TO
                      RPT-FNC-USES (WS-RPT-FNC-SLOT)
                  IF WS-RPT-FNC-SLOT = 5
                     WRITE RECERT-RPT-RECORD FROM WS-RPT-FUNC-LINE
                     MOVE 0 TO WS-RPT-FNC-SLOT
                  END-IF
              END-PERFORM
              IF WS-RPT-FNC-SLOT > 0
                 WRITE RECERT-RPT-RECORD FROM WS-RPT-FUNC-LINE
              END-IF
           END-IF.

       CLEAR-FUNC-LINE.
           PERFORM VARYING WS-RPT-FNC-SLOT FROM 1 BY 1
                   UNTIL WS-RPT-FNC-SLOT > 5
               MOVE SPACES TO RPT-FNC-ENTRY (WS-RPT-FNC-SLOT)
           END-PERFORM
           MOVE 0 TO WS-RPT-FNC-SLOT.

       WRITE-SIGNOFF-SHEETS.
           OPEN OUTPUT SIGNOFF-FILE
           IF SIGNOFF-STATUS NOT = '00'
              DISPLAY 'ZTPACRCT RCRTSIGN OPEN FAILED, STATUS: '
                  SIGNOFF-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM VARYING WS-SHEET-MGR-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-MGR-IDX > WS-RMT-COUNT
               MOVE RMT-MANAGER-ID (WS-SHEET-MGR-IDX) TO SGN-MGR-ID
               MOVE RMT-MANAGER-NAME (WS-SHEET-MGR-IDX) TO
                   SGN-MGR-NAME
               PERFORM WRITE-ONE-SIGNOFF-SHEET
           END-PERFORM
           IF WS-NO-MANAGER-COUNT > 0
              MOVE 0 TO WS-SHEET-MGR-IDX
              MOVE 'NONE' TO SGN-MGR-ID
              MOVE WS-SGN-UNASSIGNED-NAME TO SGN-MGR-NAME
              PERFORM WRITE-ONE-SIGNOFF-SHEET
           END-IF
           CLOSE SIGNOFF-FILE.

       WRITE-ONE-SIGNOFF-SHEET.
           ADD 1 TO WS-SHEETS-WRITTEN
           MOVE WS-RUN-DATE TO SGN-HDR-RUN-DATE
           MOVE '1' TO SGN-CC
           MOVE WS-SGN-PAGE-HEADER TO SGN-TEXT
           WRITE SIGNOFF-RECORD
           IF WS-RUN-MODE = 'TEST'
              MOVE ' ' TO SGN-CC
              MOVE WS-TEST-BANNER TO SGN-TEXT
              WRITE SIGNOFF-RECORD
           END-IF
           MOVE '0' TO SGN-CC
           MOVE WS-SGN-MANAGER-LINE TO SGN-TEXT
           WRITE SIGNOFF-RECORD
           MOVE '0' TO SGN-CC
           MOVE WS-SGN-COLUMNS TO SGN-TEXT
           WRITE SIGNOFF-RECORD
           MOVE 0 TO WS-SHEET-USERS
           PERFORM VARYING WS-RUT-IDX FROM 1 BY 1
                   UNTIL WS-RUT-IDX > WS-RUT-COUNT
               IF RUT-MGR-IDX (WS-RUT-IDX) = WS-SHEET-MGR-IDX
                  PERFORM WRITE-SIGNOFF-USER
               END-IF
           END-PERFORM
           MOVE '-' TO SGN-CC
           MOVE WS-SGN-CONFIRM-LINE TO SGN-TEXT
           WRITE SIGNOFF-RECORD
           MOVE '-' TO SGN-CC
           MOVE WS-SGN-SIGNATURE-LINE TO SGN-TEXT
           WRITE SIGNOFF-RECORD.

       WRITE-SIGNOFF-USER.
           ADD 1 TO WS-SHEET-USERS
           PERFORM BUILD-USER-FLAGS
           MOVE RUT-USERID (WS-RUT-IDX) TO SGN-DET-USERID
           MOVE RUT-ROLE-INQUIRY (WS-RUT-IDX) TO SGN-DET-INQUIRY
           MOVE RUT-ROLE-UPDATE (WS-RUT-IDX) TO SGN-DET-UPDATE
           MOVE RUT-ROLE-MAINT (WS-RUT-IDX) TO SGN-DET-MAINT
           MOVE RUT-ROLE-APPROVE (WS-RUT-IDX) TO SGN-DET-APPROVE
           MOVE RPT-DET-LAST-USED TO SGN-DET-LAST-USED
           MOVE RPT-DET-FLAGS TO SGN-DET-FLAGS
           MOVE ' ' TO SGN-CC
           MOVE WS-SGN-DETAIL TO SGN-TEXT
           WRITE SIGNOFF-RECORD.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPACRCT' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RUT-COUNT TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPACRCT' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPACRCT.
