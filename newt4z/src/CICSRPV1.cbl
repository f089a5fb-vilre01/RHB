       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSRPV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CTL-FILE ASSIGN AUTHCTL
           FILE STATUS IS AUTH-CTL-STATUS.
           SELECT VIEW-CTL-FILE ASSIGN VIEWCTL
           FILE STATUS IS VIEW-CTL-STATUS.
           SELECT DIST-CTL-FILE ASSIGN DISTCTL
           FILE STATUS IS DIST-CTL-STATUS.
           SELECT REPORT-ARC-FILE ASSIGN RPTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAR-KEY
           FILE STATUS IS REPORT-ARC-STATUS.
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
      * VIEWCTL TIES A CICS USER ID TO THE DISTCTL RECIPIENT WHOSE
      * REPORTS THE USER MAY VIEW. A USER MAY HAVE MORE THAN ONE.
       FD  VIEW-CTL-FILE RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  VIEW-CTL-RECORD.
           05  VWC-USERID PIC X(8).
           05  VWC-RECIPIENT PIC X(8).
       FD  DIST-CTL-FILE RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  DIST-CTL-RECORD.
           05  DSC-RECIPIENT PIC X(8).
           05  DSC-REPORT-DD PIC X(8).
       FD  REPORT-ARC-FILE RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRACCP.
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
       01  VIEW-CTL-STATUS PIC X(2).
       01  DIST-CTL-STATUS PIC X(2).
       01  REPORT-ARC-STATUS PIC X(2).
       01  JOURNAL-STATUS PIC X(2).
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
       01  VIEWABLE-REPORT-LIST.
           05  FILLER PIC X(8) VALUE 'STATPAGE'.
           05  FILLER PIC X(8) VALUE 'OUTREP  '.
           05  FILLER PIC X(8) VALUE 'OUTREV  '.
           05  FILLER PIC X(8) VALUE 'OUTRNK  '.
           05  FILLER PIC X(8) VALUE 'VARREP  '.
           05  FILLER PIC X(8) VALUE 'RECONRPT'.
           05  FILLER PIC X(8) VALUE 'SLAREP  '.
           05  FILLER PIC X(8) VALUE 'ALERTOUT'.
       01  VIEWABLE-REPORT-TABLE REDEFINES VIEWABLE-REPORT-LIST.
           05  VRL-REPORT-DD OCCURS 8 TIMES PIC X(8).
       01  USER-RECIPIENT-TABLE.
           05  URC-RECIPIENT OCCURS 10 TIMES PIC X(8).
       01  WS-URC-COUNT PIC 9(2) VALUE 0.
       01  WS-URC-IDX PIC 9(2).
       01  PERMITTED-REPORT-TABLE.
           05  PRM-ENTRY OCCURS 8 TIMES.
               10  PRM-PERMITTED PIC X(1).
       01  WS-PRM-COUNT PIC 9(1) VALUE 0.
       01  WS-VRL-IDX PIC 9(1).
       01  WS-REQ-REPORT-DD PIC X(8).
       01  WS-REQ-DATE PIC X(8).
       01  WS-REQ-FIND PIC X(20).
       01  WS-REQ-VRL-IDX PIC 9(1).
       01  WS-LATEST-DATE PIC X(8).
       01  WS-DATES-ON-FILE PIC 9(3).
       01  WS-LATEST-LINES PIC 9(6).
       01  WS-ARCHIVE-DONE PIC X(1).
       01  WS-ARCHIVE-OPEN PIC X(1) VALUE 'N'.
       01  WS-PAGE-SIZE PIC 9(2) VALUE 16.
       01  WS-PAGE-ROW PIC 9(2).
       01  WS-PAGE-LAST PIC 9(6).
       01  WS-FIND-LEN PIC 9(2).
       01  WS-FIND-HITS PIC 9(4).
       01  WS-FIND-FROM PIC 9(6).
       01  WS-FIND-FOUND PIC X(1).
       01  WS-FIND-UPPER-LINE PIC X(80).
       01  WS-VIEW-LINE PIC X(79).
       01  WS-VIEW-MSG PIC X(40).
       01  WS-JOURNAL-RESPONSE PIC X(2).
       01  WS-JOURNAL-WANTED PIC X(1).
       01  WS-LIST-LINE.
           05  LSL-REPORT-DD PIC X(8).
           05  FILLER PIC X(9) VALUE '  LATEST '.
           05  LSL-LATEST-DATE PIC X(8).
           05  FILLER PIC X(8) VALUE '  LINES '.
           05  LSL-LINES PIC ZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LSL-DATES PIC ZZ9.
           05  FILLER PIC X(14) VALUE ' DATES ON FILE'.
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-INFO-LINE.
           05  INF-REPORT-DD PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  INF-DATE PIC X(8).
           05  FILLER PIC X(8) VALUE '  LINES '.
           05  INF-FIRST PIC 9(6).
           05  FILLER PIC X(1) VALUE '-'.
           05  INF-LAST PIC 9(6).
           05  FILLER PIC X(4) VALUE ' OF '.
           05  INF-COUNT PIC 9(6).
           05  FILLER PIC X(9) VALUE '  LOADED '.
           05  INF-LOADED-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  INF-LOADED-TIME PIC X(4).
       01  WS-FOUND-MSG.
           05  FILLER PIC X(14) VALUE 'FOUND ON LINE '.
           05  FND-LINE PIC ZZZZZ9.
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-COMMAREA.
           05  WS-CA-VIEW-STATE PIC X(1).
           05  WS-CA-REPORT-DD PIC X(8).
           05  WS-CA-BUSINESS-DATE PIC X(8).
           05  WS-CA-TOP-LINE PIC 9(6).
           05  WS-CA-LINE-COUNT PIC 9(6).
           05  WS-CA-LOADED-TS PIC X(12).
           05  WS-CA-FIND-TEXT PIC X(20).
           05  WS-CA-FIND-LINE PIC 9(6).
       LINKAGE SECTION.
           COPY DFHEIBLK.
       01  DFHCOMMAREA.
           05  CA-VIEW-STATE PIC X(1).
           05  CA-REPORT-DD PIC X(8).
           05  CA-BUSINESS-DATE PIC X(8).
           05  CA-TOP-LINE PIC 9(6).
           05  CA-LINE-COUNT PIC 9(6).
           05  CA-LOADED-TS PIC X(12).
           05  CA-FIND-TEXT PIC X(20).
           05  CA-FIND-LINE PIC 9(6).
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-LOGIC.
           PERFORM LOAD-AUTH-TABLE
           PERFORM CHECK-USER-AUTHORIZED
           IF WS-USER-AUTHORIZED NOT = 'Y'
              PERFORM REJECT-NOT-AUTHORIZED
           ELSE
              PERFORM LOAD-PERMITTED-REPORTS
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
              DISPLAY 'CICSRPV1 AUTHCTL NOT AVAILABLE, SKIPPING '
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

      * THE USER MAY VIEW THE REPORTS DISTCTL ROUTES TO ANY OF THE
      * RECIPIENTS VIEWCTL GIVES FOR THE USER ID, PLUS THE STATUS
      * PAGE, WHICH OPENS EVERY RECIPIENT'S BUNDLE. A USER WITH NO
      * VIEWCTL ENTRY MAY VIEW NOTHING.
       LOAD-PERMITTED-REPORTS.
           MOVE 0 TO WS-URC-COUNT
           MOVE 0 TO WS-PRM-COUNT
           PERFORM VARYING WS-VRL-IDX FROM 1 BY 1
                   UNTIL WS-VRL-IDX > 8
               MOVE 'N' TO PRM-PERMITTED (WS-VRL-IDX)
           END-PERFORM
           OPEN INPUT VIEW-CTL-FILE
           IF VIEW-CTL-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ VIEW-CTL-FILE
                  IF VIEW-CTL-STATUS = '00'
                     IF VWC-USERID = EIBUSER
                        AND VWC-RECIPIENT NOT = SPACES
                        AND WS-URC-COUNT < 10
                        ADD 1 TO WS-URC-COUNT
                        MOVE VWC-RECIPIENT TO
                            URC-RECIPIENT (WS-URC-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE VIEW-CTL-FILE
           ELSE
              DISPLAY 'CICSRPV1 VIEWCTL NOT AVAILABLE, STATUS: '
                  VIEW-CTL-STATUS
           END-IF
           IF WS-URC-COUNT > 0
              MOVE 'Y' TO PRM-PERMITTED (1)
              OPEN INPUT DIST-CTL-FILE
              IF DIST-CTL-STATUS = '00'
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ DIST-CTL-FILE
                     IF DIST-CTL-STATUS = '00'
                        PERFORM NOTE-PERMITTED-RULE
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE DIST-CTL-FILE
              ELSE
                 DISPLAY 'CICSRPV1 DISTCTL NOT AVAILABLE, STATUS: '
                     DIST-CTL-STATUS
              END-IF
           END-IF
           PERFORM VARYING WS-VRL-IDX FROM 1 BY 1
                   UNTIL WS-VRL-IDX > 8
               IF PRM-PERMITTED (WS-VRL-IDX) = 'Y'
                  ADD 1 TO WS-PRM-COUNT
               END-IF
           END-PERFORM.

       NOTE-PERMITTED-RULE.
           PERFORM VARYING WS-URC-IDX FROM 1 BY 1
                   UNTIL WS-URC-IDX > WS-URC-COUNT
               IF DSC-RECIPIENT = URC-RECIPIENT (WS-URC-IDX)
                  PERFORM VARYING WS-VRL-IDX FROM 1 BY 1
                          UNTIL WS-VRL-IDX > 8
                      IF DSC-REPORT-DD = VRL-REPORT-DD (WS-VRL-IDX)
                         MOVE 'Y' TO PRM-PERMITTED (WS-VRL-IDX)
                      END-IF
                  END-PERFORM
              END-IF
           END-PERFORM.

       WRITE-VIEW-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS NOT = '00'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS = '00'
              MOVE SPACES TO JOURNAL-RECORD
              MOVE EIBUSER TO JRN-USERID
              MOVE EIBTRMID TO JRN-TERMID
              MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
              MOVE WS-REQ-REPORT-DD TO JRN-SEARCH-NAME (1:8)
              MOVE WS-REQ-DATE TO JRN-SEARCH-NAME (9:8)
              MOVE WS-JOURNAL-RESPONSE TO JRN-RESPONSE-CODE
              MOVE 'RPTV' TO JRN-FUNCTION
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
              MOVE 'RPTV' TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           END-IF.

       REJECT-NOT-AUTHORIZED.
           DISPLAY 'CICSRPV1 REJECTED UNAUTHORIZED USER: ' EIBUSER
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM9O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO VMSGO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  VMSGO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM9') MAPSET('CICSTSM')
                    FROM(CICSTSM9O) ERASE
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC.

       FIRST-ENTRY-LOGIC.
           MOVE LOW-VALUES TO CICSTSM9O
           INITIALIZE WS-COMMAREA
           MOVE '1' TO WS-CA-VIEW-STATE
           PERFORM LIST-PERMITTED-REPORTS
           EXEC CICS
               SEND MAP('CICSTSM9') MAPSET('CICSTSM')
                    FROM(CICSTSM9O) ERASE
           END-EXEC
           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       RETURN-ENTRY-LOGIC.
           MOVE DFHCOMMAREA TO WS-COMMAREA
           EXEC CICS
               RECEIVE MAP('CICSTSM9') MAPSET('CICSTSM')
                       INTO(CICSTSM9I)
           END-EXEC
           MOVE FUNCTION UPPER-CASE(VRPTI) TO WS-REQ-REPORT-DD
           MOVE VDATEI TO WS-REQ-DATE
           MOVE FUNCTION UPPER-CASE(VFINDI) TO WS-REQ-FIND
           INSPECT WS-REQ-REPORT-DD REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-REQ-DATE REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-REQ-FIND REPLACING ALL LOW-VALUES BY SPACES
           MOVE LOW-VALUES TO CICSTSM9O
           MOVE SPACES TO WS-VIEW-MSG
           MOVE 'N' TO WS-JOURNAL-WANTED
           IF WS-CA-VIEW-STATE = '2'
              AND (EIBAID = '7' OR EIBAID = '8')
              PERFORM PAGE-CURRENT-REPORT
           ELSE
              IF WS-REQ-REPORT-DD = SPACES
                 MOVE '1' TO WS-CA-VIEW-STATE
                 PERFORM LIST-PERMITTED-REPORTS
              ELSE
                 IF WS-CA-VIEW-STATE = '2'
                    AND WS-REQ-REPORT-DD = WS-CA-REPORT-DD
                    AND (WS-REQ-DATE = WS-CA-BUSINESS-DATE
                         OR WS-REQ-DATE = SPACES)
                    PERFORM FIND-OR-REDISPLAY
                 ELSE
                    PERFORM OPEN-REQUESTED-REPORT
                 END-IF
              END-IF
           END-IF
           IF WS-ARCHIVE-OPEN = 'Y'
              CLOSE REPORT-ARC-FILE
              MOVE 'N' TO WS-ARCHIVE-OPEN
           END-IF
           IF WS-JOURNAL-WANTED = 'Y'
              PERFORM WRITE-VIEW-JOURNAL-RECORD
           END-IF
           MOVE WS-VIEW-MSG TO VMSGO
           EXEC CICS
               SEND MAP('CICSTSM9') MAPSET('CICSTSM')
                    FROM(CICSTSM9O) ERASE
           END-EXEC
           EXEC CICS
               RETURN TRANSID(EIBTRNID) COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       OPEN-ARCHIVE.
           OPEN INPUT REPORT-ARC-FILE
           IF REPORT-ARC-STATUS = '00'
              MOVE 'Y' TO WS-ARCHIVE-OPEN
           ELSE
              DISPLAY 'CICSRPV1 RPTARC NOT AVAILABLE, STATUS: '
                  REPORT-ARC-STATUS
           END-IF.

       LIST-PERMITTED-REPORTS.
           IF WS-PRM-COUNT = 0
              MOVE 'NO REPORTS - USER HAS NO VIEWCTL RECIPIENT' TO
                  WS-VIEW-MSG
              MOVE WS-VIEW-MSG TO VMSGO
           ELSE
              PERFORM OPEN-ARCHIVE
              IF WS-ARCHIVE-OPEN NOT = 'Y'
                 MOVE 'REPORT ARCHIVE NOT AVAILABLE' TO WS-VIEW-MSG
              ELSE
                 MOVE 0 TO WS-PAGE-ROW
                 PERFORM VARYING WS-VRL-IDX FROM 1 BY 1
                         UNTIL WS-VRL-IDX > 8
                     IF PRM-PERMITTED (WS-VRL-IDX) = 'Y'
                        MOVE VRL-REPORT-DD (WS-VRL-IDX) TO
                            WS-REQ-REPORT-DD
                        PERFORM FIND-LATEST-DATE
                        PERFORM SHOW-LIST-LINE
                     END-IF
                 END-PERFORM
                 MOVE 'ENTER A REPORT AND DATE (BLANK = LATEST)' TO
                     WS-VIEW-MSG
              END-IF
              MOVE WS-VIEW-MSG TO VMSGO
           END-IF.

       SHOW-LIST-LINE.
           MOVE WS-REQ-REPORT-DD TO LSL-REPORT-DD
           IF WS-DATES-ON-FILE = 0
              MOVE 'NONE' TO LSL-LATEST-DATE
              MOVE 0 TO LSL-LINES
           ELSE
              MOVE WS-LATEST-DATE TO LSL-LATEST-DATE
              MOVE WS-LATEST-LINES TO LSL-LINES
           END-IF
           MOVE WS-DATES-ON-FILE TO LSL-DATES
           ADD 1 TO WS-PAGE-ROW
           MOVE WS-LIST-LINE TO WS-VIEW-LINE
           PERFORM MOVE-VIEW-LINE-TO-MAP.

      * STEPS THROUGH THE HEADER LINE OF EACH ARCHIVED DATE FOR THE
      * REPORT, SKIPPING THE DETAIL LINES BY KEY.
       FIND-LATEST-DATE.
           MOVE SPACES TO WS-LATEST-DATE
           MOVE 0 TO WS-LATEST-LINES
           MOVE 0 TO WS-DATES-ON-FILE
           MOVE WS-REQ-REPORT-DD TO RAR-REPORT-DD
           MOVE LOW-VALUES TO RAR-BUSINESS-DATE
           MOVE 0 TO RAR-LINE-NO
           START REPORT-ARC-FILE KEY IS >= RAR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ARCHIVE-DONE
           END-START
           PERFORM UNTIL WS-ARCHIVE-DONE = 'Y'
               READ REPORT-ARC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-DONE
                   NOT AT END
                       IF RAR-REPORT-DD NOT = WS-REQ-REPORT-DD
                          MOVE 'Y' TO WS-ARCHIVE-DONE
                       ELSE
                          IF RAR-LINE-NO = 0
                             ADD 1 TO WS-DATES-ON-FILE
                             MOVE RAR-BUSINESS-DATE TO WS-LATEST-DATE
                             MOVE RAR-HDR-LINE-COUNT TO WS-LATEST-LINES
                          END-IF
                          MOVE 999999 TO RAR-LINE-NO
                          START REPORT-ARC-FILE KEY IS > RAR-KEY
                              INVALID KEY
                                  MOVE 'Y' TO WS-ARCHIVE-DONE
                          END-START
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-REQUESTED-REPORT.
           MOVE 'Y' TO WS-JOURNAL-WANTED
           MOVE 0 TO WS-REQ-VRL-IDX
           PERFORM VARYING WS-VRL-IDX FROM 1 BY 1
                   UNTIL WS-VRL-IDX > 8
               IF VRL-REPORT-DD (WS-VRL-IDX) = WS-REQ-REPORT-DD
                  MOVE WS-VRL-IDX TO WS-REQ-VRL-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REQ-VRL-IDX = 0
                   MOVE 'NOT A PACKAGED REPORT' TO WS-VIEW-MSG
                   MOVE '03' TO WS-JOURNAL-RESPONSE
               WHEN PRM-PERMITTED (WS-REQ-VRL-IDX) NOT = 'Y'
                   DISPLAY 'CICSRPV1 REPORT ' WS-REQ-REPORT-DD
                       ' NOT PERMITTED FOR USER: ' EIBUSER
                   MOVE 'REPORT NOT IN YOUR DISTRIBUTION' TO
                       WS-VIEW-MSG
                   MOVE 'NA' TO WS-JOURNAL-RESPONSE
               WHEN WS-REQ-DATE NOT = SPACES
                    AND WS-REQ-DATE NOT NUMERIC
                   MOVE 'DATE MUST BE YYYYMMDD' TO WS-VIEW-MSG
                   MOVE '03' TO WS-JOURNAL-RESPONSE
               WHEN OTHER
                   PERFORM LOAD-REPORT-HEADER
           END-EVALUATE
           IF WS-JOURNAL-RESPONSE NOT = '00'
              MOVE '1' TO WS-CA-VIEW-STATE
              MOVE WS-REQ-REPORT-DD TO VRPTO
              MOVE WS-REQ-DATE TO VDATEO
           END-IF.

       LOAD-REPORT-HEADER.
           PERFORM OPEN-ARCHIVE
           IF WS-ARCHIVE-OPEN NOT = 'Y'
              MOVE 'REPORT ARCHIVE NOT AVAILABLE' TO WS-VIEW-MSG
              MOVE '03' TO WS-JOURNAL-RESPONSE
           ELSE
              IF WS-REQ-DATE = SPACES
                 PERFORM FIND-LATEST-DATE
                 MOVE WS-LATEST-DATE TO WS-REQ-DATE
              END-IF
              MOVE WS-REQ-REPORT-DD TO RAR-REPORT-DD
              MOVE WS-REQ-DATE TO RAR-BUSINESS-DATE
              MOVE 0 TO RAR-LINE-NO
              READ REPORT-ARC-FILE
                  INVALID KEY
                      MOVE 'NO ARCHIVED REPORT FOR THAT DATE' TO
                          WS-VIEW-MSG
                      MOVE '03' TO WS-JOURNAL-RESPONSE
                  NOT INVALID KEY
                      MOVE '00' TO WS-JOURNAL-RESPONSE
              END-READ
           END-IF
           IF WS-JOURNAL-RESPONSE = '00'
              MOVE '2' TO WS-CA-VIEW-STATE
              MOVE WS-REQ-REPORT-DD TO WS-CA-REPORT-DD
              MOVE WS-REQ-DATE TO WS-CA-BUSINESS-DATE
              MOVE RAR-HDR-LINE-COUNT TO WS-CA-LINE-COUNT
              MOVE RAR-HDR-LOADED-TS (1:12) TO WS-CA-LOADED-TS
              MOVE 1 TO WS-CA-TOP-LINE
              MOVE SPACES TO WS-CA-FIND-TEXT
              MOVE 0 TO WS-CA-FIND-LINE
              IF WS-REQ-FIND NOT = SPACES
                 PERFORM FIND-TEXT-IN-REPORT
              END-IF
              PERFORM SHOW-REPORT-PAGE
           END-IF.

       FIND-OR-REDISPLAY.
           MOVE WS-CA-BUSINESS-DATE TO WS-REQ-DATE
           MOVE 'Y' TO WS-JOURNAL-WANTED
           MOVE '00' TO WS-JOURNAL-RESPONSE
           PERFORM OPEN-ARCHIVE
           IF WS-ARCHIVE-OPEN NOT = 'Y'
              MOVE 'REPORT ARCHIVE NOT AVAILABLE' TO WS-VIEW-MSG
              MOVE '03' TO WS-JOURNAL-RESPONSE
           ELSE
              IF WS-REQ-FIND NOT = SPACES
                 PERFORM FIND-TEXT-IN-REPORT
              ELSE
                 MOVE SPACES TO WS-CA-FIND-TEXT
                 MOVE 0 TO WS-CA-FIND-LINE
              END-IF
              PERFORM SHOW-REPORT-PAGE
           END-IF.

       PAGE-CURRENT-REPORT.
           MOVE WS-CA-REPORT-DD TO WS-REQ-REPORT-DD
           MOVE WS-CA-BUSINESS-DATE TO WS-REQ-DATE
           MOVE 'Y' TO WS-JOURNAL-WANTED
           MOVE '00' TO WS-JOURNAL-RESPONSE
           EVALUATE EIBAID
               WHEN '8'
                   IF WS-CA-TOP-LINE + WS-PAGE-SIZE <=
                          WS-CA-LINE-COUNT
                      ADD WS-PAGE-SIZE TO WS-CA-TOP-LINE
                   ELSE
                      MOVE 'BOTTOM OF REPORT' TO WS-VIEW-MSG
                   END-IF
               WHEN '7'
                   IF WS-CA-TOP-LINE > WS-PAGE-SIZE
                      SUBTRACT WS-PAGE-SIZE FROM WS-CA-TOP-LINE
                   ELSE
                      IF WS-CA-TOP-LINE = 1
                         MOVE 'TOP OF REPORT' TO WS-VIEW-MSG
                      END-IF
                      MOVE 1 TO WS-CA-TOP-LINE
                   END-IF
           END-EVALUATE
           PERFORM OPEN-ARCHIVE
           IF WS-ARCHIVE-OPEN NOT = 'Y'
              MOVE 'REPORT ARCHIVE NOT AVAILABLE' TO WS-VIEW-MSG
              MOVE '03' TO WS-JOURNAL-RESPONSE
           ELSE
              PERFORM SHOW-REPORT-PAGE
           END-IF.

      * A REPEATED FIND FOR THE SAME TEXT CARRIES ON BELOW THE LAST
      * LINE FOUND; NEW TEXT IS SEARCHED FROM THE TOP OF THE PAGE.
       FIND-TEXT-IN-REPORT.
           IF WS-REQ-FIND = WS-CA-FIND-TEXT
              AND WS-CA-FIND-LINE > 0
              COMPUTE WS-FIND-FROM = WS-CA-FIND-LINE + 1
           ELSE
              MOVE WS-CA-TOP-LINE TO WS-FIND-FROM
           END-IF
           MOVE WS-REQ-FIND TO WS-CA-FIND-TEXT
           COMPUTE WS-FIND-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REQ-FIND TRAILING))
           MOVE 'N' TO WS-FIND-FOUND
           MOVE WS-CA-REPORT-DD TO RAR-REPORT-DD
           MOVE WS-CA-BUSINESS-DATE TO RAR-BUSINESS-DATE
           MOVE WS-FIND-FROM TO RAR-LINE-NO
           START REPORT-ARC-FILE KEY IS >= RAR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ARCHIVE-DONE
           END-START
           PERFORM UNTIL WS-ARCHIVE-DONE = 'Y'
               READ REPORT-ARC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-DONE
                   NOT AT END
                       IF RAR-REPORT-DD NOT = WS-CA-REPORT-DD
                          OR RAR-BUSINESS-DATE NOT =
                             WS-CA-BUSINESS-DATE
                          MOVE 'Y' TO WS-ARCHIVE-DONE
                       ELSE
                          PERFORM CHECK-LINE-FOR-TEXT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FIND-FOUND = 'Y'
              MOVE RAR-LINE-NO TO WS-CA-FIND-LINE
              MOVE RAR-LINE-NO TO WS-CA-TOP-LINE
              MOVE RAR-LINE-NO TO FND-LINE
              MOVE WS-FOUND-MSG TO WS-VIEW-MSG
           ELSE
              MOVE 0 TO WS-CA-FIND-LINE
              MOVE 'TEXT NOT FOUND BELOW THIS POINT' TO WS-VIEW-MSG
           END-IF.

       CHECK-LINE-FOR-TEXT.
           MOVE FUNCTION UPPER-CASE(RAR-LINE-TEXT) TO
               WS-FIND-UPPER-LINE
           MOVE 0 TO WS-FIND-HITS
           INSPECT WS-FIND-UPPER-LINE TALLYING WS-FIND-HITS
               FOR ALL WS-REQ-FIND (1:WS-FIND-LEN)
           IF WS-FIND-HITS > 0
              MOVE 'Y' TO WS-FIND-FOUND
              MOVE 'Y' TO WS-ARCHIVE-DONE
           END-IF.

       SHOW-REPORT-PAGE.
           MOVE WS-CA-REPORT-DD TO VRPTO
           MOVE WS-CA-BUSINESS-DATE TO VDATEO
           MOVE WS-CA-FIND-TEXT TO VFINDO
           MOVE 0 TO WS-PAGE-ROW
           MOVE WS-CA-TOP-LINE TO WS-PAGE-LAST
           MOVE WS-CA-REPORT-DD TO RAR-REPORT-DD
           MOVE WS-CA-BUSINESS-DATE TO RAR-BUSINESS-DATE
           MOVE WS-CA-TOP-LINE TO RAR-LINE-NO
           START REPORT-ARC-FILE KEY IS >= RAR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-DONE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ARCHIVE-DONE
           END-START
           PERFORM UNTIL WS-ARCHIVE-DONE = 'Y'
                   OR WS-PAGE-ROW = WS-PAGE-SIZE
               READ REPORT-ARC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-DONE
                   NOT AT END
                       IF RAR-REPORT-DD NOT = WS-CA-REPORT-DD
                          OR RAR-BUSINESS-DATE NOT =
                             WS-CA-BUSINESS-DATE
                          MOVE 'Y' TO WS-ARCHIVE-DONE
                       ELSE
                          ADD 1 TO WS-PAGE-ROW
                          MOVE RAR-LINE-NO TO WS-PAGE-LAST
                          MOVE RAR-LINE-TEXT (1:79) TO WS-VIEW-LINE
                          PERFORM MOVE-VIEW-LINE-TO-MAP
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CA-REPORT-DD TO INF-REPORT-DD
           MOVE WS-CA-BUSINESS-DATE TO INF-DATE
           IF WS-PAGE-ROW = 0
              MOVE 0 TO INF-FIRST
              MOVE 0 TO INF-LAST
           ELSE
              MOVE WS-CA-TOP-LINE TO INF-FIRST
              MOVE WS-PAGE-LAST TO INF-LAST
           END-IF
           MOVE WS-CA-LINE-COUNT TO INF-COUNT
           MOVE WS-CA-LOADED-TS (1:8) TO INF-LOADED-DATE
           MOVE WS-CA-LOADED-TS (9:4) TO INF-LOADED-TIME
           MOVE WS-INFO-LINE TO VINFOO
           IF WS-PAGE-ROW = 0
              AND WS-VIEW-MSG = SPACES
              MOVE 'REPORT HAS NO LINES FOR THIS DATE' TO WS-VIEW-MSG
           END-IF.

       MOVE-VIEW-LINE-TO-MAP.
           EVALUATE WS-PAGE-ROW
               WHEN 1
                   MOVE WS-VIEW-LINE TO VLN01O
               WHEN 2
                   MOVE WS-VIEW-LINE TO VLN02O
               WHEN 3
                   MOVE WS-VIEW-LINE TO VLN03O
               WHEN 4
                   MOVE WS-VIEW-LINE TO VLN04O
               WHEN 5
                   MOVE WS-VIEW-LINE TO VLN05O
               WHEN 6
                   MOVE WS-VIEW-LINE TO VLN06O
               WHEN 7
                   MOVE WS-VIEW-LINE TO VLN07O
               WHEN 8
                   MOVE WS-VIEW-LINE TO VLN08O
               WHEN 9
                   MOVE WS-VIEW-LINE TO VLN09O
               WHEN 10
                   MOVE WS-VIEW-LINE TO VLN10O
               WHEN 11
                   MOVE WS-VIEW-LINE TO VLN11O
               WHEN 12
                   MOVE WS-VIEW-LINE TO VLN12O
               WHEN 13
                   MOVE WS-VIEW-LINE TO VLN13O
               WHEN 14
                   MOVE WS-VIEW-LINE TO VLN14O
               WHEN 15
                   MOVE WS-VIEW-LINE TO VLN15O
               WHEN 16
                   MOVE WS-VIEW-LINE TO VLN16O
           END-EVALUATE.
       END PROGRAM CICSRPV1.
