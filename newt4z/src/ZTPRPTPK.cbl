           FILE STATUS IS SLAREP-STATUS.
           SELECT ALERTOUT-FILE ASSIGN ALERTOUT
           FILE STATUS IS ALERTOUT-STATUS.
           SELECT KPIPACK-FILE ASSIGN KPIPACK
           FILE STATUS IS KPIPACK-STATUS.
           SELECT BUNDLE-01-FILE ASSIGN BNDL01
           FILE STATUS IS BUNDLE-01-STATUS.
           SELECT BUNDLE-02-FILE ASSIGN BNDL02
           FILE STATUS IS BUNDLE-03-STATUS.
           SELECT BUNDLE-04-FILE ASSIGN BNDL04
           FILE STATUS IS BUNDLE-04-STATUS.
           SELECT REPORT-ARC-FILE ASSIGN RPTARC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAR-KEY
           FILE STATUS IS REPORT-ARC-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
       FD  ALERTOUT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ALERTOUT-RECORD PIC X(80).
       FD  KPIPACK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  KPIPACK-RECORD PIC X(80).
       FD  BUNDLE-01-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BUNDLE-01-RECORD PIC X(80).
       FD  BUNDLE-04-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  BUNDLE-04-RECORD PIC X(80).
       FD  REPORT-ARC-FILE RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRACCP.
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       01  RECONRPT-STATUS PIC X(2).
       01  SLAREP-STATUS PIC X(2).
       01  ALERTOUT-STATUS PIC X(2).
       01  KPIPACK-STATUS PIC X(2).
       01  BUNDLE-01-STATUS PIC X(2).
       01  BUNDLE-02-STATUS PIC X(2).
       01  BUNDLE-03-STATUS PIC X(2).
       01  BUNDLE-04-STATUS PIC X(2).
       01  REPORT-ARC-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  DIST-RULE-TABLE.
           05  DRT-ENTRY OCCURS 50 TIMES.
       01  WS-COPY-RECORD PIC X(80).
       01  WS-COPIED-LINES PIC 9(6).
       01  WS-BUNDLES-BUILT PIC 9(1) VALUE 0.
       01  WS-KPI-RULE-FOUND PIC X(1).
       01  ARCHIVE-REPORT-LIST.
           05  FILLER PIC X(8) VALUE 'STATPAGE'.
           05  FILLER PIC X(8) VALUE 'OUTREP  '.
           05  FILLER PIC X(8) VALUE 'OUTREV  '.
           05  FILLER PIC X(8) VALUE 'OUTRNK  '.
           05  FILLER PIC X(8) VALUE 'VARREP  '.
           05  FILLER PIC X(8) VALUE 'RECONRPT'.
           05  FILLER PIC X(8) VALUE 'SLAREP  '.
           05  FILLER PIC X(8) VALUE 'ALERTOUT'.
       01  ARCHIVE-REPORT-TABLE REDEFINES ARCHIVE-REPORT-LIST.
           05  ARL-REPORT-DD OCCURS 8 TIMES PIC X(8).
       01  WS-ARL-IDX PIC 9(1).
       01  WS-ARCHIVE-KEEP-DAYS PIC 9(3) VALUE 35.
       01  WS-ARCHIVE-CUTOFF PIC X(8).
       01  WS-ARCHIVE-CUTOFF-NUM PIC 9(8).
       01  WS-ARCHIVE-CUTOFF-INT PIC 9(8).
       01  WS-ARCHIVE-DONE PIC X(1).
       01  WS-ARCHIVED-LINES PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-PURGED PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-ERRORS PIC 9(5) VALUE 0.
       01  WS-KPI-DEFAULT-RECIPIENT PIC X(8) VALUE 'BOARD   '.
       01  WS-KPI-PACK-CURRENT PIC X(1).
       01  WS-KPI-NOTE-LINE.
           05  FILLER PIC X(33)
               VALUE 'NO NEW BOARD KPI PACK THIS CYCLE.'.
           05  FILLER PIC X(15) VALUE ' LATEST PACK: '.
           05  KNL-PACK-DATE PIC X(8).
           05  FILLER PIC X(24) VALUE SPACES.
       01  WS-TOC-HEADER.
           05  FILLER PIC X(20) VALUE 'REPORT PACKAGE FOR  '.
           05  TOC-RECIPIENT PIC X(8).
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM ADD-DEFAULT-KPI-RULE
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               MOVE WS-RCP-IDX TO WS-CUR-BUNDLE
               PERFORM BUILD-ONE-BUNDLE
           END-PERFORM
           DISPLAY 'ZTPRPTPK BUNDLES BUILT: ' WS-BUNDLES-BUILT
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPRPTPK TEST MODE - REPORTS NOT ARCHIVED'
           ELSE
              PERFORM ARCHIVE-PACKAGED-REPORTS
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRPTPK' TO VER-PROGRAM-ID
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

       LOAD-DISTRIBUTION-RULES.
                  READ DIST-CTL-FILE
                  IF DIST-CTL-STATUS = '00'
                     IF DSC-RECIPIENT NOT = SPACES
                        AND DSC-REPORT-DD (1:4) NOT = 'ACK-'
                        AND WS-DRT-COUNT < 50
                        ADD 1 TO WS-DRT-COUNT
                        MOVE DSC-RECIPIENT TO
              CLOSE DIST-CTL-FILE
           END-IF.

       ADD-DEFAULT-KPI-RULE.
           MOVE 'N' TO WS-KPI-RULE-FOUND
           PERFORM VARYING WS-DRT-IDX FROM 1 BY 1
                   UNTIL WS-DRT-IDX > WS-DRT-COUNT
               IF DRT-REPORT-DD (WS-DRT-IDX) = 'KPIPACK '
                  MOVE 'Y' TO WS-KPI-RULE-FOUND
               END-IF
           END-PERFORM
           IF WS-KPI-RULE-FOUND = 'N'
              AND WS-DRT-COUNT < 50
              MOVE WS-KPI-DEFAULT-RECIPIENT TO DSC-RECIPIENT
              MOVE 'KPIPACK ' TO DSC-REPORT-DD
              ADD 1 TO WS-DRT-COUNT
              MOVE DSC-RECIPIENT TO DRT-RECIPIENT (WS-DRT-COUNT)
              MOVE DSC-REPORT-DD TO DRT-REPORT-DD (WS-DRT-COUNT)
              PERFORM NOTE-RECIPIENT
              DISPLAY 'ZTPRPTPK KPIPACK ROUTED TO DEFAULT RECIPIENT '
                  WS-KPI-DEFAULT-RECIPIENT
           END-IF.

       NOTE-RECIPIENT.
           MOVE 'N' TO WS-RCP-FOUND
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1

       WRITE-BUNDLE-RECORD.
           EVALUATE WS-CUR-BUNDLE
               WHEN 0
                   PERFORM WRITE-ARCHIVE-LINE
               WHEN 1
                   MOVE WS-COPY-RECORD TO BUNDLE-01-RECORD
                   WRITE BUNDLE-01-RECORD
                   PERFORM COPY-SLAREP
               WHEN 'ALERTOUT'
                   PERFORM COPY-ALERTOUT
               WHEN 'KPIPACK '
                   PERFORM COPY-KPIPACK
               WHEN OTHER
                   DISPLAY 'ZTPRPTPK UNKNOWN REPORT DD IN DISTCTL: '
                       WS-COPY-DD
              END-PERFORM
              CLOSE ALERTOUT-FILE
           END-IF.

       COPY-KPIPACK.
           MOVE 'N' TO WS-KPI-PACK-CURRENT
           MOVE SPACES TO KNL-PACK-DATE
           OPEN INPUT KPIPACK-FILE
           IF KPIPACK-STATUS = '00'
              READ KPIPACK-FILE
              IF KPIPACK-STATUS = '00'
                 AND KPIPACK-RECORD (1:14) = 'BOARD KPI PACK'
                 MOVE KPIPACK-RECORD (48:8) TO KNL-PACK-DATE
                 IF KPIPACK-RECORD (48:8) = WS-RUN-DATE
                    MOVE 'Y' TO WS-KPI-PACK-CURRENT
                 END-IF
              END-IF
              IF WS-KPI-PACK-CURRENT = 'Y'
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     MOVE KPIPACK-RECORD TO WS-COPY-RECORD
                     PERFORM WRITE-BUNDLE-RECORD
                     ADD 1 TO WS-COPIED-LINES
                     READ KPIPACK-FILE
                     IF KPIPACK-STATUS NOT = '00'
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
              END-IF
              CLOSE KPIPACK-FILE
           END-IF
           IF WS-KPI-PACK-CURRENT = 'N'
              IF KNL-PACK-DATE = SPACES
                 MOVE 'NONE' TO KNL-PACK-DATE
              END-IF
              MOVE WS-KPI-NOTE-LINE TO WS-COPY-RECORD
              PERFORM WRITE-BUNDLE-RECORD
              ADD 1 TO WS-COPIED-LINES
           END-IF.

       ARCHIVE-PACKAGED-REPORTS.
           OPEN I-O REPORT-ARC-FILE
           IF REPORT-ARC-STATUS = '35'
              OPEN OUTPUT REPORT-ARC-FILE
              IF REPORT-ARC-STATUS = '00'
                 CLOSE REPORT-ARC-FILE
                 OPEN I-O REPORT-ARC-FILE
              END-IF
           END-IF
           IF REPORT-ARC-STATUS NOT = '00'
              DISPLAY 'ZTPRPTPK RPTARC OPEN FAILED, STATUS: '
                  REPORT-ARC-STATUS ' - REPORTS NOT ARCHIVED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM PURGE-OLD-ARCHIVE
              MOVE 0 TO WS-CUR-BUNDLE
              PERFORM VARYING WS-ARL-IDX FROM 1 BY 1
                      UNTIL WS-ARL-IDX > 8
                  MOVE ARL-REPORT-DD (WS-ARL-IDX) TO WS-COPY-DD
                  PERFORM ARCHIVE-ONE-REPORT
              END-PERFORM
              CLOSE REPORT-ARC-FILE
              DISPLAY 'ZTPRPTPK REPORT LINES ARCHIVED: '
                  WS-ARCHIVED-LINES ' FOR ' WS-RUN-DATE
              DISPLAY 'ZTPRPTPK ARCHIVE LINES PURGED BEFORE '
                  WS-ARCHIVE-CUTOFF ': ' WS-ARCHIVE-PURGED
              IF WS-ARCHIVE-ERRORS > 0
                 DISPLAY 'ZTPRPTPK RPTARC UPDATE ERRORS: '
                     WS-ARCHIVE-ERRORS
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       PURGE-OLD-ARCHIVE.
           MOVE WS-RUN-DATE TO WS-ARCHIVE-CUTOFF-NUM
           COMPUTE WS-ARCHIVE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-CUTOFF-NUM)
               - WS-ARCHIVE-KEEP-DAYS
           COMPUTE WS-ARCHIVE-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ARCHIVE-CUTOFF-INT)
           MOVE WS-ARCHIVE-CUTOFF-NUM TO WS-ARCHIVE-CUTOFF
           MOVE LOW-VALUES TO RAR-KEY
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
                       IF RAR-BUSINESS-DATE < WS-ARCHIVE-CUTOFF
                          PERFORM DELETE-ARCHIVE-LINE
                          IF REPORT-ARC-STATUS = '00'
                             ADD 1 TO WS-ARCHIVE-PURGED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ARCHIVE-ONE-REPORT.
           PERFORM CLEAR-ARCHIVED-REPORT
           MOVE 0 TO WS-COPIED-LINES
           EVALUATE WS-COPY-DD
               WHEN 'STATPAGE'
                   PERFORM COPY-STATPAGE
               WHEN 'OUTREP  '
                   PERFORM COPY-OUTREP
               WHEN 'OUTREV  '
                   PERFORM COPY-OUTREV
               WHEN 'OUTRNK  '
                   PERFORM COPY-OUTRNK
               WHEN 'VARREP  '
                   PERFORM COPY-VARREP
               WHEN 'RECONRPT'
                   PERFORM COPY-RECONRPT
               WHEN 'SLAREP  '
                   PERFORM COPY-SLAREP
               WHEN 'ALERTOUT'
                   PERFORM COPY-ALERTOUT
           END-EVALUATE
           MOVE SPACES TO REPORT-ARCHIVE-RECORD
           MOVE WS-COPY-DD TO RAR-REPORT-DD
           MOVE WS-RUN-DATE TO RAR-BUSINESS-DATE
           MOVE 0 TO RAR-LINE-NO
           MOVE WS-COPIED-LINES TO RAR-HDR-LINE-COUNT
           MOVE FUNCTION CURRENT-DATE TO RAR-HDR-LOADED-TS
           WRITE REPORT-ARCHIVE-RECORD
           IF REPORT-ARC-STATUS NOT = '00'
              DISPLAY 'ZTPRPTPK RPTARC WRITE FAILED FOR ' WS-COPY-DD
                  ' STATUS: ' REPORT-ARC-STATUS
              ADD 1 TO WS-ARCHIVE-ERRORS
           END-IF.

       CLEAR-ARCHIVED-REPORT.
           MOVE WS-COPY-DD TO RAR-REPORT-DD
           MOVE WS-RUN-DATE TO RAR-BUSINESS-DATE
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
                       IF RAR-REPORT-DD = WS-COPY-DD
                          AND RAR-BUSINESS-DATE = WS-RUN-DATE
                          PERFORM DELETE-ARCHIVE-LINE
                       ELSE
                          MOVE 'Y' TO WS-ARCHIVE-DONE
                       END-IF
               END-READ
           END-PERFORM.

       DELETE-ARCHIVE-LINE.
           DELETE REPORT-ARC-FILE RECORD
           IF REPORT-ARC-STATUS NOT = '00'
              DISPLAY 'ZTPRPTPK RPTARC DELETE FAILED FOR ' RAR-KEY
                  ' STATUS: ' REPORT-ARC-STATUS
              ADD 1 TO WS-ARCHIVE-ERRORS
           END-IF.

       WRITE-ARCHIVE-LINE.
           MOVE SPACES TO REPORT-ARCHIVE-RECORD
           MOVE WS-COPY-DD TO RAR-REPORT-DD
           MOVE WS-RUN-DATE TO RAR-BUSINESS-DATE
           COMPUTE RAR-LINE-NO = WS-COPIED-LINES + 1
           MOVE WS-COPY-RECORD TO RAR-LINE-TEXT
           WRITE REPORT-ARCHIVE-RECORD
           IF REPORT-ARC-STATUS = '00'
              ADD 1 TO WS-ARCHIVED-LINES
           ELSE
              DISPLAY 'ZTPRPTPK RPTARC WRITE FAILED FOR ' RAR-KEY
                  ' STATUS: ' REPORT-ARC-STATUS
              ADD 1 TO WS-ARCHIVE-ERRORS
           END-IF.
       END PROGRAM ZTPRPTPK.
