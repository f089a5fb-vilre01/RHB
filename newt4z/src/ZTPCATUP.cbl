       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCATUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CTL-FILE ASSIGN CALCTL
           FILE STATUS IS CALENDAR-CTL-STATUS.
           SELECT NITE-SKEL-FILE ASSIGN NITESKEL
           FILE STATUS IS NITE-SKEL-STATUS.
           SELECT PASS-JOB-FILE ASSIGN CATJOB
           FILE STATUS IS PASS-JOB-STATUS.
           SELECT CATCH-UP-RPT-FILE ASSIGN CATRPT
           FILE STATUS IS CATCH-UP-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CTL-FILE RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE IS F.
       01  CALENDAR-CTL-RECORD.
           05  CAL-DATE PIC X(8).
           05  CAL-DAY-TYPE PIC X(1).
           05  CAL-MONTH-END PIC X(1).
           05  CAL-HOLIDAY PIC X(1).
           05  FILLER PIC X(1).
       FD  NITE-SKEL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  NITE-SKEL-RECORD PIC X(80).
       FD  PASS-JOB-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PASS-JOB-RECORD PIC X(80).
       FD  CATCH-UP-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CATCH-UP-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  CALENDAR-CTL-STATUS PIC X(2).
       01  NITE-SKEL-STATUS PIC X(2).
       01  PASS-JOB-STATUS PIC X(2).
       01  CATCH-UP-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-FINAL-RC PIC 9(4) VALUE 0.
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-ALERT-SUPPRESS PIC X(1) VALUE 'N'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-ACTION PIC X(6).
       01  WS-THRU-DATE PIC X(8).
       01  WS-THRU-DATE-NUM REDEFINES WS-THRU-DATE PIC 9(8).
       01  WS-LAST-COMPLETED PIC X(8).
       01  WS-CATCH-UP-OK PIC X(1) VALUE 'Y'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-PASSES-SUBMITTED PIC 9(2) VALUE 0.
       01  WS-CAL-HIGH-DATE PIC X(8).
       01  WS-DATE-OVERFLOW PIC X(1) VALUE 'N'.
       01  WS-MAX-DATES PIC 9(2) VALUE 31.
       01  WS-DATE-IDX PIC 9(2).
       01  WS-SHIFT-IDX PIC 9(2).
       01  WS-INSERT-AT PIC 9(2).
       01  WS-PASS PIC 9(2).
       01  WS-GEN-OFFSET PIC 9(2).
       01  WS-GEN-TEXT PIC X(4).
       01  WS-GEN-DISPLAY PIC X(6).
       01  WS-SHELTER-IDX PIC 9(1).
       01  WS-SKEL-COPYING PIC X(1).
       01  WS-SKEL-CARDS PIC 9(4).
       01  WS-PASS-RECON-DONE PIC X(1).
       01  WS-PASS-HIGH-RC PIC 9(4).
       01  WS-PASS-HIGH-PGM PIC X(8).
       01  WS-PASS-STEPS PIC 9(4).
       01  WS-CNT-DONE PIC 9(2).
       01  WS-CNT-FAILED PIC 9(2).
       01  WS-CNT-NOT-RUN PIC 9(2).
       01  COMPLETED-CYCLE-TABLE.
           05  CMP-CYCLE-DATE OCCURS 400 TIMES PIC X(8).
       01  WS-CMP-COUNT PIC 9(3) VALUE 0.
       01  WS-CMP-IDX PIC 9(3).
       01  WS-CMP-KEEP PIC 9(3).
       01  CATCH-UP-PLAN.
           05  PLN-STATUS PIC X(1).
           05  PLN-DATE-COUNT PIC 9(2).
           05  PLN-CURRENT-PASS PIC 9(2).
           05  PLN-LAST-COMPLETED PIC X(8).
           05  PLN-THRU-DATE PIC X(8).
           05  PLN-START-TS PIC X(14).
           05  PLN-RUN-MODE PIC X(4).
           05  PLN-ALERT-SUPPRESS PIC X(1).
           05  FILLER PIC X(24).
       01  CATCH-UP-DATE-TABLE.
           05  CUD-ENTRY OCCURS 31 TIMES.
               10  CUD-DATE PIC X(8).
               10  CUD-RESULT PIC X(4).
               10  CUD-HIGH-RC PIC 9(4).
               10  CUD-HIGH-PGM PIC X(8).
               10  CUD-START-TS PIC X(14).
               10  CUD-END-TS PIC X(14).
               10  CUD-GENERATION PIC X(4).
               10  FILLER PIC X(8).
       01  WS-PLAN-FOUND PIC X(1).
       01  WS-ENTRY-KEY.
           05  FILLER PIC X(4) VALUE 'CATD'.
           05  ENK-PASS PIC 9(2).
           05  FILLER PIC X(2) VALUE SPACES.
       01  STATE-REQUEST-AREA.
           05  STA-PROGRAM-ID PIC X(8) VALUE 'ZTPCATUP'.
           05  STA-STATE-NAME PIC X(8).
           05  STA-STATE-VALUE PIC X(64).
           05  STA-RESULT PIC X(1).
       01  WS-JCL-CARD PIC X(80).
       01  MERGE-STEP-CARDS.
           05  FILLER PIC X(56) VALUE
               '//ADOPTS   DD   DSN=PROD.NIGHTLY.ADOPTS,DISP=OLD'.
           05  FILLER PIC X(56) VALUE
               '//MRGRPT   DD   SYSOUT=*'.
           05  FILLER PIC X(56) VALUE
               '//MRGOVRD  DD   DSN=PROD.NIGHTLY.MRGOVRD,DISP=OLD'.
           05  FILLER PIC X(56) VALUE
               '//RUNCTL   DD   DSN=PROD.NIGHTLY.RUNCTL,DISP=SHR'.
           05  FILLER PIC X(56) VALUE
               '//STATESTR DD   DSN=PROD.NIGHTLY.STATESTR,DISP=SHR'.
           05  FILLER PIC X(56) VALUE
               '//AUDITLOG DD   DSN=PROD.NIGHTLY.AUDITLOG,DISP=MOD'.
           05  FILLER PIC X(56) VALUE
               '//SYSOUT   DD   SYSOUT=*'.
           05  FILLER PIC X(56) VALUE
               '//*'.
           05  FILLER PIC X(56) VALUE
               '//CATIF    IF (CATMRG.RC <= 4) THEN'.
       01  MERGE-STEP-TBL REDEFINES MERGE-STEP-CARDS.
           05  MERGE-STEP-CARD OCCURS 9 TIMES PIC X(56).
       01  NEXT-STEP-CARDS.
           05  FILLER PIC X(56) VALUE
               '//         ENDIF'.
           05  FILLER PIC X(56) VALUE
               '//*'.
           05  FILLER PIC X(56) VALUE
               '//CATNXT   EXEC PGM=ZTPCATUP,PARM=''NEXT'',COND=EVEN'.
           05  FILLER PIC X(56) VALUE
               '//NITESKEL DD   DSN=PROD.JCLLIB(ZTPNITE),DISP=SHR'.
           05  FILLER PIC X(56) VALUE
               '//CATJOB   DD   SYSOUT=(A,INTRDR)'.
           05  FILLER PIC X(56) VALUE
               '//CATRPT   DD   SYSOUT=*'.
           05  FILLER PIC X(56) VALUE
               '//RUNCTL   DD   DSN=PROD.NIGHTLY.RUNCTL,DISP=OLD'.
           05  FILLER PIC X(56) VALUE
               '//STATESTR DD   DSN=PROD.NIGHTLY.STATESTR,DISP=SHR'.
           05  FILLER PIC X(56) VALUE
               '//AUDITLOG DD   DSN=PROD.NIGHTLY.AUDITLOG,DISP=MOD'.
           05  FILLER PIC X(56) VALUE
               '//SYSOUT   DD   SYSOUT=*'.
       01  NEXT-STEP-TBL REDEFINES NEXT-STEP-CARDS.
           05  NEXT-STEP-CARD OCCURS 10 TIMES PIC X(56).
       01  WS-CARD-IDX PIC 9(2).
       01  WS-RPT-TITLE-LINE.
           05  FILLER PIC X(40)
               VALUE 'ZTPCATUP NIGHTLY CYCLE CATCH-UP SUMMARY '.
           05  FILLER PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-TTL-DATE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(6) VALUE 'MODE: '.
           05  RPT-TTL-MODE PIC X(4).
           05  FILLER PIC X(10) VALUE SPACES.
       01  WS-RPT-RANGE-LINE.
           05  FILLER PIC X(30)
               VALUE 'LAST COMPLETED CYCLE BEFORE: '.
           05  RPT-RNG-LAST PIC X(8).
           05  FILLER PIC X(14) VALUE '   MISSED:    '.
           05  RPT-RNG-FIRST PIC X(8).
           05  FILLER PIC X(4) VALUE ' TO '.
           05  RPT-RNG-THRU PIC X(8).
           05  FILLER PIC X(8) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'PASS  BUS DATE  FEED GEN  RESULT   HIGH '.
           05  FILLER PIC X(40)
               VALUE 'RC  PROGRAM   STARTED       ENDED       '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-PASS PIC Z9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-DET-DATE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-GEN PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-RESULT PIC X(7).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-RC PIC X(4).
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-DET-PGM PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-START PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-END PIC X(12).
       01  WS-RPT-COUNT-LINE.
           05  FILLER PIC X(15) VALUE 'DATES PLANNED: '.
           05  RPT-CNT-PLANNED PIC Z9.
           05  FILLER PIC X(14) VALUE '   COMPLETED: '.
           05  RPT-CNT-DONE PIC Z9.
           05  FILLER PIC X(11) VALUE '   FAILED: '.
           05  RPT-CNT-FAILED PIC Z9.
           05  FILLER PIC X(12) VALUE '   NOT RUN: '.
           05  RPT-CNT-NOT-RUN PIC Z9.
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-TEXT-LINE PIC X(80).
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(23).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           MOVE SPACES TO WS-ACTION
           IF PARM-LENGTH > 0
              MOVE FUNCTION UPPER-CASE(PARM-TEXT (1:6)) TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN 'START '
                   PERFORM START-CATCH-UP
               WHEN 'NEXT  '
                   PERFORM NEXT-CATCH-UP-PASS
               WHEN 'CANCEL'
                   PERFORM CANCEL-CATCH-UP
               WHEN OTHER
                   DISPLAY 'ZTPCATUP PARM MUST BE START [THRU-DATE '
                       '[LAST-COMPLETED-DATE]], NEXT OR CANCEL'
                   MOVE 16 TO WS-FINAL-RC
           END-EVALUATE
           MOVE WS-FINAL-RC TO RETURN-CODE
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
                 MOVE RUNCTL-ALERT-SUPPRESS TO WS-ALERT-SUPPRESS
              END-IF
              CLOSE RUN-CTL-FILE
           END-IF.

       START-CATCH-UP.
           PERFORM LOAD-CATCH-UP-PLAN
           IF WS-PLAN-FOUND = 'Y'
              AND PLN-STATUS = 'A'
              DISPLAY 'ZTPCATUP A CATCH-UP IS ALREADY ACTIVE AT PASS '
                  PLN-CURRENT-PASS ' OF ' PLN-DATE-COUNT
                  ' - RUN PARM=CANCEL FIRST IF ITS JOB CHAIN WAS LOST'
              MOVE 12 TO WS-FINAL-RC
              MOVE 'N' TO WS-CATCH-UP-OK
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              PERFORM SET-CATCH-UP-RANGE
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              PERFORM BUILD-MISSED-DATE-LIST
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              IF PLN-DATE-COUNT = 0
                 DISPLAY 'ZTPCATUP NO BUSINESS DATES MISSED AFTER '
                     WS-LAST-COMPLETED ' THROUGH ' WS-THRU-DATE
                     ' - NOTHING TO CATCH UP'
              ELSE
                 MOVE 'A' TO PLN-STATUS
                 MOVE WS-LAST-COMPLETED TO PLN-LAST-COMPLETED
                 MOVE WS-THRU-DATE TO PLN-THRU-DATE
                 MOVE WS-START-TS (1:14) TO PLN-START-TS
                 MOVE WS-RUN-MODE TO PLN-RUN-MODE
                 MOVE WS-ALERT-SUPPRESS TO PLN-ALERT-SUPPRESS
                 DISPLAY 'ZTPCATUP LAST COMPLETED CYCLE: '
                     WS-LAST-COMPLETED ' - ' PLN-DATE-COUNT
                     ' BUSINESS DATE(S) TO CATCH UP THROUGH '
                     WS-THRU-DATE
                 PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                         UNTIL WS-DATE-IDX > PLN-DATE-COUNT
                     PERFORM SET-FEED-GENERATION
                     PERFORM FORMAT-FEED-GENERATION
                     DISPLAY 'ZTPCATUP   PASS ' WS-DATE-IDX ' '
                         CUD-DATE (WS-DATE-IDX)
                         ' SHELTER FEED GENERATION ' WS-GEN-DISPLAY
                 END-PERFORM
                 MOVE 1 TO PLN-CURRENT-PASS
                 PERFORM SUBMIT-CATCH-UP-PASS
              END-IF
           END-IF.

       SET-CATCH-UP-RANGE.
           IF PARM-LENGTH >= 14
              AND PARM-TEXT (7:8) NOT = SPACES
              MOVE PARM-TEXT (7:8) TO WS-THRU-DATE
              IF WS-THRU-DATE IS NOT NUMERIC
                 DISPLAY 'ZTPCATUP THRU DATE ' WS-THRU-DATE
                     ' IS NOT YYYYMMDD'
                 MOVE 16 TO WS-FINAL-RC
                 MOVE 'N' TO WS-CATCH-UP-OK
              END-IF
           ELSE
              COMPUTE WS-THRU-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(WS-START-TS (1:8))) - 1)
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              IF PARM-LENGTH >= 23
                 AND PARM-TEXT (16:8) NOT = SPACES
                 MOVE PARM-TEXT (16:8) TO WS-LAST-COMPLETED
                 IF WS-LAST-COMPLETED IS NOT NUMERIC
                    DISPLAY 'ZTPCATUP LAST COMPLETED DATE '
                        WS-LAST-COMPLETED ' IS NOT YYYYMMDD'
                    MOVE 16 TO WS-FINAL-RC
                    MOVE 'N' TO WS-CATCH-UP-OK
                 ELSE
                    DISPLAY 'ZTPCATUP LAST COMPLETED CYCLE TAKEN FROM '
                        'PARM: ' WS-LAST-COMPLETED
                 END-IF
              ELSE
                 PERFORM FIND-LAST-COMPLETED-CYCLE
              END-IF
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              AND WS-LAST-COMPLETED >= WS-THRU-DATE
              DISPLAY 'ZTPCATUP LAST COMPLETED CYCLE '
                  WS-LAST-COMPLETED ' IS NOT BEFORE THRU DATE '
                  WS-THRU-DATE ' - NOTHING TO CATCH UP'
              MOVE 'N' TO WS-CATCH-UP-OK
           END-IF.

       FIND-LAST-COMPLETED-CYCLE.
           MOVE 0 TO WS-CMP-COUNT
           MOVE SPACES TO WS-LAST-COMPLETED
           MOVE 'Y' TO WS-MORE-RECORDS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF ROLLBACK-RECORD
                     AND RBK-RESULT = 'OK  '
                     PERFORM DROP-ROLLED-BACK-CYCLES
                  END-IF
                  IF NOT NON-STEP-RECORD
                     AND AUDIT-PROGRAM-ID = 'ZTPRECON'
                     AND AUDIT-END-TS NOT = SPACES
                     AND AUDIT-RETURN-CODE <= 4
                     AND AUDIT-RUN-MODE = WS-RUN-MODE
                     AND AUDIT-BUSINESS-DATE NOT = SPACES
                     PERFORM NOTE-COMPLETED-CYCLE
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF AUDIT-STATUS NOT = '35'
              CLOSE AUDIT-FILE
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF WS-LAST-COMPLETED = SPACES
                  OR CMP-CYCLE-DATE (WS-CMP-IDX) > WS-LAST-COMPLETED
                  MOVE CMP-CYCLE-DATE (WS-CMP-IDX) TO WS-LAST-COMPLETED
               END-IF
           END-PERFORM
           IF WS-LAST-COMPLETED = SPACES
              DISPLAY 'ZTPCATUP NO COMPLETED ' WS-RUN-MODE
                  ' CYCLE ON AUDITLOG - GIVE THE LAST COMPLETED '
                  'DATE AS THE THIRD PARM WORD'
              MOVE 12 TO WS-FINAL-RC
              MOVE 'N' TO WS-CATCH-UP-OK
           END-IF.

       NOTE-COMPLETED-CYCLE.
           IF WS-CMP-COUNT = 400
              PERFORM VARYING WS-CMP-IDX FROM 2 BY 1
                      UNTIL WS-CMP-IDX > 400
                  MOVE CMP-CYCLE-DATE (WS-CMP-IDX)
                      TO CMP-CYCLE-DATE (WS-CMP-IDX - 1)
              END-PERFORM
              SUBTRACT 1 FROM WS-CMP-COUNT
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE AUDIT-BUSINESS-DATE TO CMP-CYCLE-DATE (WS-CMP-COUNT).

       DROP-ROLLED-BACK-CYCLES.
           MOVE 0 TO WS-CMP-KEEP
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF CMP-CYCLE-DATE (WS-CMP-IDX) < RBK-CYCLE-DATE
                  ADD 1 TO WS-CMP-KEEP
                  MOVE CMP-CYCLE-DATE (WS-CMP-IDX)
                      TO CMP-CYCLE-DATE (WS-CMP-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-CMP-KEEP TO WS-CMP-COUNT.

       BUILD-MISSED-DATE-LIST.
           MOVE SPACES TO CATCH-UP-PLAN
           MOVE SPACES TO CATCH-UP-DATE-TABLE
           MOVE 0 TO PLN-DATE-COUNT
           MOVE LOW-VALUES TO WS-CAL-HIGH-DATE
           OPEN INPUT CALENDAR-CTL-FILE
           IF CALENDAR-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPCATUP CALCTL OPEN FAILED, STATUS: '
                  CALENDAR-CTL-STATUS
              MOVE 12 TO WS-FINAL-RC
              MOVE 'N' TO WS-CATCH-UP-OK
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ CALENDAR-CTL-FILE
                  IF CALENDAR-CTL-STATUS = '00'
                     IF CAL-DATE > WS-CAL-HIGH-DATE
                        MOVE CAL-DATE TO WS-CAL-HIGH-DATE
                     END-IF
                     IF CAL-DATE > WS-LAST-COMPLETED
                        AND CAL-DATE <= WS-THRU-DATE
                        AND CAL-HOLIDAY NOT = 'Y'
                        AND CAL-DAY-TYPE NOT = 'W'
                        PERFORM INSERT-MISSED-DATE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CALENDAR-CTL-FILE
              IF WS-CAL-HIGH-DATE < WS-THRU-DATE
                 DISPLAY 'ZTPCATUP CALCTL DOES NOT REACH THRU DATE '
                     WS-THRU-DATE ' - LOAD THE CALENDAR FIRST'
                 MOVE 12 TO WS-FINAL-RC
                 MOVE 'N' TO WS-CATCH-UP-OK
              END-IF
              IF WS-DATE-OVERFLOW = 'Y'
                 DISPLAY 'ZTPCATUP MORE THAN ' WS-MAX-DATES
                     ' BUSINESS DATES MISSED - CATCH UP IN STAGES '
                     'WITH AN EARLIER THRU DATE'
                 MOVE 12 TO WS-FINAL-RC
                 MOVE 'N' TO WS-CATCH-UP-OK
              END-IF
           END-IF.

       INSERT-MISSED-DATE.
           MOVE 0 TO WS-INSERT-AT
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > PLN-DATE-COUNT
                      OR WS-INSERT-AT > 0
               IF CUD-DATE (WS-DATE-IDX) = CAL-DATE
                  MOVE 99 TO WS-INSERT-AT
               ELSE
                  IF CUD-DATE (WS-DATE-IDX) > CAL-DATE
                     MOVE WS-DATE-IDX TO WS-INSERT-AT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-INSERT-AT NOT = 99
              IF PLN-DATE-COUNT = WS-MAX-DATES
                 MOVE 'Y' TO WS-DATE-OVERFLOW
              ELSE
                 IF WS-INSERT-AT = 0
                    COMPUTE WS-INSERT-AT = PLN-DATE-COUNT + 1
                 ELSE
                    PERFORM VARYING WS-SHIFT-IDX FROM PLN-DATE-COUNT
                            BY -1 UNTIL WS-SHIFT-IDX < WS-INSERT-AT
                        MOVE CUD-ENTRY (WS-SHIFT-IDX)
                            TO CUD-ENTRY (WS-SHIFT-IDX + 1)
                    END-PERFORM
                 END-IF
                 ADD 1 TO PLN-DATE-COUNT
                 MOVE SPACES TO CUD-ENTRY (WS-INSERT-AT)
                 MOVE CAL-DATE TO CUD-DATE (WS-INSERT-AT)
                 MOVE 0 TO CUD-HIGH-RC (WS-INSERT-AT)
              END-IF
           END-IF.

       SET-FEED-GENERATION.
           COMPUTE WS-GEN-OFFSET = PLN-DATE-COUNT - WS-DATE-IDX
           MOVE SPACES TO WS-GEN-TEXT
           IF WS-GEN-OFFSET = 0
              MOVE '0' TO WS-GEN-TEXT
           ELSE
              IF WS-GEN-OFFSET < 10
                 STRING '-' WS-GEN-OFFSET (2:1)
                     DELIMITED BY SIZE INTO WS-GEN-TEXT
              ELSE
                 STRING '-' WS-GEN-OFFSET
                     DELIMITED BY SIZE INTO WS-GEN-TEXT
              END-IF
           END-IF
           MOVE WS-GEN-TEXT TO CUD-GENERATION (WS-DATE-IDX).

       FORMAT-FEED-GENERATION.
           MOVE SPACES TO WS-GEN-DISPLAY
           STRING '(' WS-GEN-TEXT DELIMITED BY SPACE
               ')' DELIMITED BY SIZE INTO WS-GEN-DISPLAY.

       SUBMIT-CATCH-UP-PASS.
           MOVE PLN-CURRENT-PASS TO WS-PASS
           PERFORM SET-RUN-CONTROL-DATE
           IF WS-CATCH-UP-OK = 'Y'
              OPEN INPUT NITE-SKEL-FILE
              IF NITE-SKEL-STATUS NOT = '00'
                 DISPLAY 'ZTPCATUP NITESKEL OPEN FAILED, STATUS: '
                     NITE-SKEL-STATUS
                 MOVE 16 TO WS-FINAL-RC
                 MOVE 'N' TO WS-CATCH-UP-OK
              END-IF
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              OPEN OUTPUT PASS-JOB-FILE
              IF PASS-JOB-STATUS NOT = '00'
                 DISPLAY 'ZTPCATUP CATJOB OPEN FAILED, STATUS: '
                     PASS-JOB-STATUS
                 MOVE 16 TO WS-FINAL-RC
                 MOVE 'N' TO WS-CATCH-UP-OK
                 CLOSE NITE-SKEL-FILE
              END-IF
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              PERFORM WRITE-PASS-JOB
              CLOSE NITE-SKEL-FILE
              CLOSE PASS-JOB-FILE
              IF WS-SKEL-CARDS = 0
                 DISPLAY 'ZTPCATUP NITESKEL HOLDS NO EXEC STATEMENT'
                 MOVE 16 TO WS-FINAL-RC
                 MOVE 'N' TO WS-CATCH-UP-OK
              END-IF
           END-IF
           IF WS-CATCH-UP-OK = 'Y'
              MOVE 'SUBM' TO CUD-RESULT (WS-PASS)
              MOVE FUNCTION CURRENT-DATE (1:14)
                  TO CUD-START-TS (WS-PASS)
              ADD 1 TO WS-PASSES-SUBMITTED
              PERFORM SAVE-CATCH-UP-PLAN
              DISPLAY 'ZTPCATUP PASS ' WS-PASS ' OF ' PLN-DATE-COUNT
                  ' SUBMITTED FOR BUSINESS DATE ' CUD-DATE (WS-PASS)
                  ', SHELTER FEED GENERATION ' WS-GEN-DISPLAY
           ELSE
              MOVE 'F' TO PLN-STATUS
              MOVE 'SUBF' TO CUD-RESULT (WS-PASS)
              PERFORM SAVE-CATCH-UP-PLAN
              PERFORM WRITE-CATCH-UP-SUMMARY
           END-IF.

       SET-RUN-CONTROL-DATE.
           OPEN OUTPUT RUN-CTL-FILE
           IF RUN-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPCATUP RUNCTL OPEN FAILED, STATUS: '
                  RUN-CTL-STATUS
              MOVE 16 TO WS-FINAL-RC
              MOVE 'N' TO WS-CATCH-UP-OK
           ELSE
              MOVE SPACES TO RUN-CONTROL-RECORD
              MOVE CUD-DATE (WS-PASS) TO RUNCTL-DATE
              MOVE PLN-RUN-MODE TO RUNCTL-MODE
              MOVE PLN-ALERT-SUPPRESS TO RUNCTL-ALERT-SUPPRESS
              WRITE RUN-CONTROL-RECORD
              CLOSE RUN-CTL-FILE
              DISPLAY 'ZTPCATUP RUNCTL DATE SET TO '
                  CUD-DATE (WS-PASS)
           END-IF.

       WRITE-PASS-JOB.
           MOVE SPACES TO WS-JCL-CARD
           STRING '//ZTPCATUP JOB (ACCTG),''CATCH-UP '
               CUD-DATE (WS-PASS) ''',CLASS=A,MSGCLASS=X,'
               DELIMITED BY SIZE INTO WS-JCL-CARD
           PERFORM PUT-JCL-CARD
           MOVE '//             NOTIFY=&SYSUID' TO WS-JCL-CARD
           PERFORM PUT-JCL-CARD
           MOVE SPACES TO WS-JCL-CARD
           STRING '//* NIGHTLY CYCLE CATCH-UP PASS ' WS-PASS ' OF '
               PLN-DATE-COUNT ' - BUSINESS DATE ' CUD-DATE (WS-PASS)
               DELIMITED BY SIZE INTO WS-JCL-CARD
           PERFORM PUT-JCL-CARD
           MOVE '//CATMRG   EXEC PGM=ZTPADMRG,PARM=''050200'''
               TO WS-JCL-CARD
           PERFORM PUT-JCL-CARD
           MOVE CUD-GENERATION (WS-PASS) TO WS-GEN-TEXT
           PERFORM FORMAT-FEED-GENERATION
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > 5
               MOVE SPACES TO WS-JCL-CARD
               STRING '//ADOPTS0' WS-SHELTER-IDX
                   ' DD   DSN=PROD.FEEDS.SHELTER' WS-SHELTER-IDX
                   '.ADOPTHLD' DELIMITED BY SIZE
                   WS-GEN-DISPLAY DELIMITED BY SPACE
                   ',DISP=SHR' DELIMITED BY SIZE
                   INTO WS-JCL-CARD
               PERFORM PUT-JCL-CARD
           END-PERFORM
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > 9
               MOVE MERGE-STEP-CARD (WS-CARD-IDX) TO WS-JCL-CARD
               PERFORM PUT-JCL-CARD
           END-PERFORM
           MOVE 'N' TO WS-SKEL-COPYING
           MOVE 0 TO WS-SKEL-CARDS
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ NITE-SKEL-FILE
               IF NITE-SKEL-STATUS = '00'
                  IF WS-SKEL-COPYING = 'N'
                     AND NITE-SKEL-RECORD (1:3) NOT = '//*'
                     AND NITE-SKEL-RECORD (12:5) = 'EXEC '
                     MOVE 'Y' TO WS-SKEL-COPYING
                  END-IF
                  IF WS-SKEL-COPYING = 'Y'
                     MOVE NITE-SKEL-RECORD TO WS-JCL-CARD
                     PERFORM PUT-JCL-CARD
                     ADD 1 TO WS-SKEL-CARDS
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > 10
               MOVE NEXT-STEP-CARD (WS-CARD-IDX) TO WS-JCL-CARD
               PERFORM PUT-JCL-CARD
           END-PERFORM.

       PUT-JCL-CARD.
           WRITE PASS-JOB-RECORD FROM WS-JCL-CARD.

       NEXT-CATCH-UP-PASS.
           PERFORM LOAD-CATCH-UP-PLAN
           IF WS-PLAN-FOUND = 'N'
              OR PLN-STATUS NOT = 'A'
              DISPLAY 'ZTPCATUP NO ACTIVE CATCH-UP ON STATESTR - '
                  'NOTHING TO CONTINUE'
              MOVE 12 TO WS-FINAL-RC
           ELSE
              MOVE PLN-CURRENT-PASS TO WS-PASS
              PERFORM CHECK-CATCH-UP-PASS
              MOVE WS-PASS-HIGH-RC TO CUD-HIGH-RC (WS-PASS)
              MOVE WS-PASS-HIGH-PGM TO CUD-HIGH-PGM (WS-PASS)
              MOVE FUNCTION CURRENT-DATE (1:14)
                  TO CUD-END-TS (WS-PASS)
              IF WS-PASS-RECON-DONE = 'Y'
                 AND WS-PASS-HIGH-RC <= 4
                 MOVE 'DONE' TO CUD-RESULT (WS-PASS)
                 DISPLAY 'ZTPCATUP PASS ' WS-PASS ' BUSINESS DATE '
                     CUD-DATE (WS-PASS) ' COMPLETED, HIGHEST RC '
                     WS-PASS-HIGH-RC
                 IF WS-PASS < PLN-DATE-COUNT
                    ADD 1 TO PLN-CURRENT-PASS
                    PERFORM SUBMIT-CATCH-UP-PASS
                 ELSE
                    MOVE 'C' TO PLN-STATUS
                    PERFORM SAVE-CATCH-UP-PLAN
                    PERFORM WRITE-CATCH-UP-SUMMARY
                 END-IF
              ELSE
                 MOVE 'FAIL' TO CUD-RESULT (WS-PASS)
                 MOVE 'F' TO PLN-STATUS
                 IF WS-PASS-RECON-DONE = 'N'
                    DISPLAY 'ZTPCATUP PASS ' WS-PASS ' BUSINESS DATE '
                        CUD-DATE (WS-PASS) ' DID NOT COMPLETE THE '
                        'CYCLE - CATCH-UP STOPPED'
                 ELSE
                    DISPLAY 'ZTPCATUP PASS ' WS-PASS ' BUSINESS DATE '
                        CUD-DATE (WS-PASS) ' ENDED RC '
                        WS-PASS-HIGH-RC ' IN ' WS-PASS-HIGH-PGM
                        ' - CATCH-UP STOPPED'
                 END-IF
                 PERFORM SAVE-CATCH-UP-PLAN
                 PERFORM WRITE-CATCH-UP-SUMMARY
              END-IF
           END-IF.

       CHECK-CATCH-UP-PASS.
           MOVE 'N' TO WS-PASS-RECON-DONE
           MOVE 0 TO WS-PASS-HIGH-RC
           MOVE 0 TO WS-PASS-STEPS
           MOVE SPACES TO WS-PASS-HIGH-PGM
           MOVE 'Y' TO WS-MORE-RECORDS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ZTPCATUP AUDITLOG OPEN FAILED, STATUS: '
                  AUDIT-STATUS
              MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF NOT NON-STEP-RECORD
                     AND AUDIT-PROGRAM-ID NOT = 'ZTPCATUP'
                     AND AUDIT-BUSINESS-DATE = CUD-DATE (WS-PASS)
                     AND AUDIT-START-TS (1:14) >=
                         CUD-START-TS (WS-PASS)
                     ADD 1 TO WS-PASS-STEPS
                     IF AUDIT-RETURN-CODE > WS-PASS-HIGH-RC
                        OR WS-PASS-HIGH-PGM = SPACES
                        MOVE AUDIT-RETURN-CODE TO WS-PASS-HIGH-RC
                        MOVE AUDIT-PROGRAM-ID TO WS-PASS-HIGH-PGM
                     END-IF
                     IF AUDIT-PROGRAM-ID = 'ZTPRECON'
                        AND AUDIT-END-TS NOT = SPACES
                        MOVE 'Y' TO WS-PASS-RECON-DONE
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF AUDIT-STATUS NOT = '35'
              CLOSE AUDIT-FILE
           END-IF.

       CANCEL-CATCH-UP.
           PERFORM LOAD-CATCH-UP-PLAN
           IF WS-PLAN-FOUND = 'N'
              OR PLN-STATUS NOT = 'A'
              DISPLAY 'ZTPCATUP NO ACTIVE CATCH-UP TO CANCEL'
           ELSE
              MOVE PLN-CURRENT-PASS TO WS-PASS
              MOVE 'CNCL' TO CUD-RESULT (WS-PASS)
              MOVE FUNCTION CURRENT-DATE (1:14)
                  TO CUD-END-TS (WS-PASS)
              MOVE 'X' TO PLN-STATUS
              PERFORM SAVE-CATCH-UP-PLAN
              DISPLAY 'ZTPCATUP CATCH-UP CANCELLED AT PASS ' WS-PASS
                  ' BUSINESS DATE ' CUD-DATE (WS-PASS)
              PERFORM WRITE-CATCH-UP-SUMMARY
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       LOAD-CATCH-UP-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND
           MOVE SPACES TO CATCH-UP-PLAN
           MOVE SPACES TO CATCH-UP-DATE-TABLE
           MOVE 'CATPLAN' TO STA-STATE-NAME
           MOVE SPACES TO STA-STATE-VALUE
           CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
           IF STA-RESULT = 'Y'
              AND STA-STATE-VALUE NOT = SPACES
              MOVE 'Y' TO WS-PLAN-FOUND
              MOVE STA-STATE-VALUE TO CATCH-UP-PLAN
              IF PLN-DATE-COUNT IS NOT NUMERIC
                 OR PLN-DATE-COUNT > WS-MAX-DATES
                 MOVE 0 TO PLN-DATE-COUNT
              END-IF
              PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                      UNTIL WS-DATE-IDX > PLN-DATE-COUNT
                  MOVE WS-DATE-IDX TO ENK-PASS
                  MOVE WS-ENTRY-KEY TO STA-STATE-NAME
                  MOVE SPACES TO STA-STATE-VALUE
                  CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
                  IF STA-RESULT = 'Y'
                     MOVE STA-STATE-VALUE
                         TO CUD-ENTRY (WS-DATE-IDX)
                  END-IF
              END-PERFORM
           END-IF.

       SAVE-CATCH-UP-PLAN.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > PLN-DATE-COUNT
               MOVE WS-DATE-IDX TO ENK-PASS
               MOVE WS-ENTRY-KEY TO STA-STATE-NAME
               MOVE CUD-ENTRY (WS-DATE-IDX) TO STA-STATE-VALUE
               CALL 'ZTPSTATP' USING STATE-REQUEST-AREA
           END-PERFORM
           MOVE 'CATPLAN' TO STA-STATE-NAME
           MOVE CATCH-UP-PLAN TO STA-STATE-VALUE
           CALL 'ZTPSTATP' USING STATE-REQUEST-AREA
           IF STA-RESULT NOT = 'Y'
              DISPLAY 'ZTPCATUP CATCH-UP PLAN NOT SAVED ON STATESTR'
              IF WS-FINAL-RC < 16
                 MOVE 16 TO WS-FINAL-RC
              END-IF
           END-IF.

       WRITE-CATCH-UP-SUMMARY.
           OPEN OUTPUT CATCH-UP-RPT-FILE
           IF CATCH-UP-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCATUP CATRPT OPEN FAILED, STATUS: '
                  CATCH-UP-RPT-STATUS
           ELSE
              MOVE WS-START-TS (1:8) TO RPT-TTL-DATE
              MOVE PLN-RUN-MODE TO RPT-TTL-MODE
              WRITE CATCH-UP-RPT-RECORD FROM WS-RPT-TITLE-LINE
              MOVE PLN-LAST-COMPLETED TO RPT-RNG-LAST
              MOVE CUD-DATE (1) TO RPT-RNG-FIRST
              MOVE PLN-THRU-DATE TO RPT-RNG-THRU
              WRITE CATCH-UP-RPT-RECORD FROM WS-RPT-RANGE-LINE
              MOVE SPACES TO CATCH-UP-RPT-RECORD
              WRITE CATCH-UP-RPT-RECORD
              WRITE CATCH-UP-RPT-RECORD FROM WS-RPT-COLUMNS
              MOVE 0 TO WS-CNT-DONE
              MOVE 0 TO WS-CNT-FAILED
              MOVE 0 TO WS-CNT-NOT-RUN
              PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                      UNTIL WS-DATE-IDX > PLN-DATE-COUNT
                  PERFORM WRITE-SUMMARY-DETAIL
              END-PERFORM
              MOVE SPACES TO CATCH-UP-RPT-RECORD
              WRITE CATCH-UP-RPT-RECORD
              MOVE PLN-DATE-COUNT TO RPT-CNT-PLANNED
              MOVE WS-CNT-DONE TO RPT-CNT-DONE
              MOVE WS-CNT-FAILED TO RPT-CNT-FAILED
              MOVE WS-CNT-NOT-RUN TO RPT-CNT-NOT-RUN
              WRITE CATCH-UP-RPT-RECORD FROM WS-RPT-COUNT-LINE
              MOVE SPACES TO WS-RPT-TEXT-LINE
              EVALUATE PLN-STATUS
                  WHEN 'C'
                      STRING 'CATCH-UP COMPLETE - RUNCTL LEFT AT '
                          CUD-DATE (PLN-DATE-COUNT)
                          ', RESUME THE NORMAL NIGHTLY SCHEDULE'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
                  WHEN 'X'
                      STRING 'CATCH-UP CANCELLED AT '
                          CUD-DATE (PLN-CURRENT-PASS)
                          ' - RERUN PARM=START WHEN READY'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
                  WHEN OTHER
                      STRING 'CATCH-UP STOPPED AT '
                          CUD-DATE (PLN-CURRENT-PASS)
                          ' - FIX THE FAILURE AND RERUN PARM=START'
                          DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
              END-EVALUATE
              WRITE CATCH-UP-RPT-RECORD FROM WS-RPT-TEXT-LINE
              CLOSE CATCH-UP-RPT-FILE
           END-IF
           IF PLN-STATUS = 'F'
              MOVE 8 TO WS-FINAL-RC
           END-IF.

       WRITE-SUMMARY-DETAIL.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE WS-DATE-IDX TO RPT-DET-PASS
           MOVE CUD-DATE (WS-DATE-IDX) TO RPT-DET-DATE
           MOVE CUD-GENERATION (WS-DATE-IDX) TO WS-GEN-TEXT
           PERFORM FORMAT-FEED-GENERATION
           MOVE WS-GEN-DISPLAY TO RPT-DET-GEN
           EVALUATE CUD-RESULT (WS-DATE-IDX)
               WHEN 'DONE'
                   MOVE 'DONE' TO RPT-DET-RESULT
                   ADD 1 TO WS-CNT-DONE
               WHEN 'FAIL'
                   MOVE 'FAILED' TO RPT-DET-RESULT
                   ADD 1 TO WS-CNT-FAILED
               WHEN 'SUBF'
                   MOVE 'NO JOB' TO RPT-DET-RESULT
                   ADD 1 TO WS-CNT-FAILED
               WHEN 'CNCL'
                   MOVE 'CANCEL' TO RPT-DET-RESULT
                   ADD 1 TO WS-CNT-NOT-RUN
               WHEN OTHER
                   MOVE 'NOT RUN' TO RPT-DET-RESULT
                   ADD 1 TO WS-CNT-NOT-RUN
           END-EVALUATE
           IF CUD-RESULT (WS-DATE-IDX) = 'DONE'
              OR CUD-RESULT (WS-DATE-IDX) = 'FAIL'
              MOVE CUD-HIGH-RC (WS-DATE-IDX) TO RPT-DET-RC
              MOVE CUD-HIGH-PGM (WS-DATE-IDX) TO RPT-DET-PGM
           END-IF
           MOVE CUD-START-TS (WS-DATE-IDX) (1:12) TO RPT-DET-START
           MOVE CUD-END-TS (WS-DATE-IDX) (1:12) TO RPT-DET-END
           WRITE CATCH-UP-RPT-RECORD FROM WS-RPT-DETAIL.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPCATUP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-PASSES-SUBMITTED TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCATUP' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPCATUP.
