       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-LOG-FILE ASSIGN MAILLOG
           FILE STATUS IS MAIL-LOG-STATUS.
           SELECT RETURN-HIST-FILE ASSIGN RETHIST
           FILE STATUS IS RETURN-HIST-STATUS.
           SELECT RATE-RPT-FILE ASSIGN RTRATRPT
           FILE STATUS IS RATE-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-LOG-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  MAIL-LOG-RECORD.
           05  MLG-CUST-NUMBER PIC X(8).
           05  MLG-CMP-CODE PIC X(8).
           05  MLG-LANG PIC X(2).
           05  MLG-POSTAL PIC X(10).
           05  MLG-MAIL-DATE PIC X(8).
           05  FILLER PIC X(4).
       FD  RETURN-HIST-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-HIST-RECORD.
           05  RTH-CUST-NUMBER PIC X(8).
           05  RTH-CMP-CODE PIC X(8).
           05  RTH-RETURN-DATE PIC X(8).
           05  RTH-REASON PIC X(2).
           05  RTH-POSTED-DATE PIC X(8).
           05  RTH-MAIL-DATE PIC X(8).
           05  RTH-LANG PIC X(2).
           05  RTH-POSTAL PIC X(10).
           05  FILLER PIC X(6).
       FD  RATE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RATE-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  MAIL-LOG-STATUS PIC X(2).
       01  RETURN-HIST-STATUS PIC X(2).
       01  RATE-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-REPORT-MONTH PIC X(6).
       01  WS-REPORT-YEAR-NUM PIC 9(4).
       01  WS-REPORT-MONTH-NUM PIC 9(2).
       01  WS-RECORD-MONTH PIC X(6).
       01  WS-RECORDS-READ PIC 9(8) VALUE 0.
       01  WS-TOTAL-LETTERS PIC 9(8) VALUE 0.
       01  WS-TOTAL-RETURNS PIC 9(8) VALUE 0.
       01  WS-OVERALL-RATE PIC 9(3)V99 VALUE 0.
       01  WS-LINE-RATE PIC 9(3)V99.
       01  WS-COUNT-TYPE PIC X(1).
       01  WS-KEY-CMP PIC X(8).
       01  WS-KEY-LANG PIC X(2).
       01  WS-KEY-POSTAL PIC X(10).
       01  WS-AREA-SLOT PIC 9(4).
       01  WS-AREAS-FLAGGED PIC 9(4) VALUE 0.
       01  CAMPAIGN-RATE-TABLE.
           05  CRT-ENTRY OCCURS 100 TIMES.
               10  CRT-CODE PIC X(8).
               10  CRT-LETTERS PIC 9(8).
               10  CRT-RETURNS PIC 9(8).
       01  WS-CRT-COUNT PIC 9(3) VALUE 0.
       01  WS-CRT-IDX PIC 9(3).
       01  WS-CRT-FOUND PIC X(1).
       01  LANGUAGE-RATE-TABLE.
           05  LRT-ENTRY OCCURS 20 TIMES.
               10  LRT-LANG PIC X(2).
               10  LRT-LETTERS PIC 9(8).
               10  LRT-RETURNS PIC 9(8).
       01  WS-LRT-COUNT PIC 9(2) VALUE 0.
       01  WS-LRT-IDX PIC 9(2).
       01  WS-LRT-FOUND PIC X(1).
       01  AREA-RATE-TABLE.
           05  ART-ENTRY OCCURS 1001 TIMES.
               10  ART-LETTERS PIC 9(8).
               10  ART-RETURNS PIC 9(8).
       01  WS-ART-IDX PIC 9(4).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'RETURNED MAIL RATES  MAIL MONTH     '.
           05  RPT-HDR-MONTH PIC X(6).
           05  FILLER PIC X(12) VALUE '  RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(18) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-SECTION.
           05  RPT-SEC-TITLE PIC X(20).
           05  FILLER PIC X(40)
               VALUE '      LETTERS   RETURNS  RATE PCT       '.
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-KEY PIC X(20).
           05  RPT-DET-LETTERS PIC ZZZ,ZZZ,ZZ9.
           05  RPT-DET-RETURNS PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-DET-RATE PIC ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-FLAG PIC X(16).
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  RPT-NOTE-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM SET-REPORT-MONTH
           INITIALIZE AREA-RATE-TABLE
           OPEN OUTPUT RATE-RPT-FILE
           IF RATE-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPRTRPT RTRATRPT OPEN FAILED, STATUS: '
                  RATE-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-REPORT-MONTH TO RPT-HDR-MONTH
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE RATE-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE RATE-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM COUNT-MAILED-LETTERS
           PERFORM COUNT-RETURNED-LETTERS
           IF WS-TOTAL-LETTERS > 0
              COMPUTE WS-OVERALL-RATE ROUNDED =
                  WS-TOTAL-RETURNS * 100 / WS-TOTAL-LETTERS
           END-IF
           PERFORM WRITE-OVERALL-RATE
           PERFORM WRITE-CAMPAIGN-RATES
           PERFORM WRITE-AREA-RATES
           PERFORM WRITE-LANGUAGE-RATES
           CLOSE RATE-RPT-FILE
           DISPLAY 'ZTPRTRPT MAIL MONTH: ' WS-REPORT-MONTH
           DISPLAY 'ZTPRTRPT LETTERS MAILED: ' WS-TOTAL-LETTERS
           DISPLAY 'ZTPRTRPT LETTERS RETURNED: ' WS-TOTAL-RETURNS
           DISPLAY 'ZTPRTRPT AREAS ABOVE OVERALL RATE: '
               WS-AREAS-FLAGGED
           MOVE 0 TO RETURN-CODE
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

       SET-REPORT-MONTH.
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (1:6) IS NUMERIC
              AND PARM-TEXT (5:2) >= '01'
              AND PARM-TEXT (5:2) <= '12'
              MOVE PARM-TEXT (1:6) TO WS-REPORT-MONTH
           ELSE
              MOVE WS-RUN-DATE (1:4) TO WS-REPORT-YEAR-NUM
              MOVE WS-RUN-DATE (5:2) TO WS-REPORT-MONTH-NUM
              IF WS-REPORT-MONTH-NUM = 1
                 SUBTRACT 1 FROM WS-REPORT-YEAR-NUM
                 MOVE 12 TO WS-REPORT-MONTH-NUM
              ELSE
                 SUBTRACT 1 FROM WS-REPORT-MONTH-NUM
              END-IF
              MOVE WS-REPORT-YEAR-NUM TO WS-REPORT-MONTH (1:4)
              MOVE WS-REPORT-MONTH-NUM TO WS-REPORT-MONTH (5:2)
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPRTRPT' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRTRPT' TO VER-PROGRAM-ID
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

       COUNT-MAILED-LETTERS.
           OPEN INPUT MAIL-LOG-FILE
           IF MAIL-LOG-STATUS NOT = '00'
              DISPLAY 'ZTPRTRPT MAILLOG NOT AVAILABLE, STATUS: '
                  MAIL-LOG-STATUS
           ELSE
              MOVE 'L' TO WS-COUNT-TYPE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ MAIL-LOG-FILE
                  IF MAIL-LOG-STATUS = '00'
                     ADD 1 TO WS-RECORDS-READ
                     IF MLG-MAIL-DATE (1:6) = WS-REPORT-MONTH
                        ADD 1 TO WS-TOTAL-LETTERS
                        MOVE MLG-CMP-CODE TO WS-KEY-CMP
                        MOVE MLG-LANG TO WS-KEY-LANG
                        MOVE MLG-POSTAL TO WS-KEY-POSTAL
                        PERFORM ADD-TO-RATE-TABLES
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE MAIL-LOG-FILE
           END-IF.

       COUNT-RETURNED-LETTERS.
           OPEN INPUT RETURN-HIST-FILE
           IF RETURN-HIST-STATUS NOT = '00'
              DISPLAY 'ZTPRTRPT RETHIST NOT AVAILABLE, STATUS: '
                  RETURN-HIST-STATUS
           ELSE
              MOVE 'R' TO WS-COUNT-TYPE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ RETURN-HIST-FILE
                  IF RETURN-HIST-STATUS = '00'
                     ADD 1 TO WS-RECORDS-READ
                     IF RTH-MAIL-DATE = SPACES
                        MOVE RTH-RETURN-DATE (1:6) TO WS-RECORD-MONTH
                     ELSE
                        MOVE RTH-MAIL-DATE (1:6) TO WS-RECORD-MONTH
                     END-IF
                     IF WS-RECORD-MONTH = WS-REPORT-MONTH
                        ADD 1 TO WS-TOTAL-RETURNS
                        MOVE RTH-CMP-CODE TO WS-KEY-CMP
                        MOVE RTH-LANG TO WS-KEY-LANG
                        MOVE RTH-POSTAL TO WS-KEY-POSTAL
                        PERFORM ADD-TO-RATE-TABLES
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE RETURN-HIST-FILE
           END-IF.

       ADD-TO-RATE-TABLES.
           MOVE 'N' TO WS-CRT-FOUND
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
                      OR WS-CRT-FOUND = 'Y'
               IF CRT-CODE (WS-CRT-IDX) = WS-KEY-CMP
                  MOVE 'Y' TO WS-CRT-FOUND
               END-IF
           END-PERFORM
           IF WS-CRT-FOUND = 'Y'
              SUBTRACT 1 FROM WS-CRT-IDX
           ELSE
              IF WS-CRT-COUNT < 100
                 ADD 1 TO WS-CRT-COUNT
                 MOVE WS-CRT-COUNT TO WS-CRT-IDX
                 MOVE WS-KEY-CMP TO CRT-CODE (WS-CRT-IDX)
                 MOVE 0 TO CRT-LETTERS (WS-CRT-IDX)
                 MOVE 0 TO CRT-RETURNS (WS-CRT-IDX)
                 MOVE 'Y' TO WS-CRT-FOUND
              END-IF
           END-IF
           IF WS-CRT-FOUND = 'Y'
              IF WS-COUNT-TYPE = 'L'
                 ADD 1 TO CRT-LETTERS (WS-CRT-IDX)
              ELSE
                 ADD 1 TO CRT-RETURNS (WS-CRT-IDX)
              END-IF
           END-IF
           MOVE 'N' TO WS-LRT-FOUND
           PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
                      OR WS-LRT-FOUND = 'Y'
               IF LRT-LANG (WS-LRT-IDX) = WS-KEY-LANG
                  MOVE 'Y' TO WS-LRT-FOUND
               END-IF
           END-PERFORM
           IF WS-LRT-FOUND = 'Y'
              SUBTRACT 1 FROM WS-LRT-IDX
           ELSE
              IF WS-LRT-COUNT < 20
                 ADD 1 TO WS-LRT-COUNT
                 MOVE WS-LRT-COUNT TO WS-LRT-IDX
                 MOVE WS-KEY-LANG TO LRT-LANG (WS-LRT-IDX)
                 MOVE 0 TO LRT-LETTERS (WS-LRT-IDX)
                 MOVE 0 TO LRT-RETURNS (WS-LRT-IDX)
                 MOVE 'Y' TO WS-LRT-FOUND
              END-IF
           END-IF
           IF WS-LRT-FOUND = 'Y'
              IF WS-COUNT-TYPE = 'L'
                 ADD 1 TO LRT-LETTERS (WS-LRT-IDX)
              ELSE
                 ADD 1 TO LRT-RETURNS (WS-LRT-IDX)
              END-IF
           END-IF
           IF WS-KEY-POSTAL (1:3) IS NUMERIC
              MOVE WS-KEY-POSTAL (1:3) TO WS-AREA-SLOT
              ADD 1 TO WS-AREA-SLOT
           ELSE
              MOVE 1001 TO WS-AREA-SLOT
           END-IF
           IF WS-COUNT-TYPE = 'L'
              ADD 1 TO ART-LETTERS (WS-AREA-SLOT)
           ELSE
              ADD 1 TO ART-RETURNS (WS-AREA-SLOT)
           END-IF.

       WRITE-OVERALL-RATE.
           MOVE SPACES TO RPT-SEC-TITLE
           WRITE RATE-RPT-RECORD FROM WS-RPT-SECTION
           MOVE 'ALL MAIL' TO RPT-DET-KEY
           MOVE WS-TOTAL-LETTERS TO RPT-DET-LETTERS
           MOVE WS-TOTAL-RETURNS TO RPT-DET-RETURNS
           MOVE WS-OVERALL-RATE TO RPT-DET-RATE
           MOVE SPACES TO RPT-DET-FLAG
           WRITE RATE-RPT-RECORD FROM WS-RPT-DETAIL
           IF WS-TOTAL-LETTERS = 0
              MOVE 'NO LETTERS ON MAILLOG FOR THE MONTH'
                  TO RPT-NOTE-TEXT
              WRITE RATE-RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

       WRITE-CAMPAIGN-RATES.
           MOVE SPACES TO RATE-RPT-RECORD
           WRITE RATE-RPT-RECORD
           MOVE 'BY CAMPAIGN' TO RPT-SEC-TITLE
           WRITE RATE-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               IF CRT-CODE (WS-CRT-IDX) = SPACES
                  MOVE '(NO CAMPAIGN)' TO RPT-DET-KEY
               ELSE
                  MOVE CRT-CODE (WS-CRT-IDX) TO RPT-DET-KEY
               END-IF
               MOVE CRT-LETTERS (WS-CRT-IDX) TO RPT-DET-LETTERS
               MOVE CRT-RETURNS (WS-CRT-IDX) TO RPT-DET-RETURNS
               MOVE 0 TO WS-LINE-RATE
               IF CRT-LETTERS (WS-CRT-IDX) > 0
                  COMPUTE WS-LINE-RATE ROUNDED =
                      CRT-RETURNS (WS-CRT-IDX) * 100
                      / CRT-LETTERS (WS-CRT-IDX)
                      ON SIZE ERROR MOVE 999.99 TO WS-LINE-RATE
                  END-COMPUTE
               END-IF
               MOVE WS-LINE-RATE TO RPT-DET-RATE
               MOVE SPACES TO RPT-DET-FLAG
               WRITE RATE-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM.

       WRITE-AREA-RATES.
           MOVE SPACES TO RATE-RPT-RECORD
           WRITE RATE-RPT-RECORD
           MOVE 'BY POSTAL AREA' TO RPT-SEC-TITLE
           WRITE RATE-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
                   UNTIL WS-ART-IDX > 1001
               IF ART-LETTERS (WS-ART-IDX) > 0
                  OR ART-RETURNS (WS-ART-IDX) > 0
                  PERFORM WRITE-ONE-AREA-RATE
               END-IF
           END-PERFORM.

       WRITE-ONE-AREA-RATE.
           MOVE SPACES TO RPT-DET-KEY
           IF WS-ART-IDX = 1001
              MOVE '(OTHER)' TO RPT-DET-KEY
           ELSE
              COMPUTE WS-AREA-SLOT = WS-ART-IDX - 1
              MOVE WS-AREA-SLOT (2:3) TO RPT-DET-KEY (1:3)
              MOVE 'XX' TO RPT-DET-KEY (4:2)
           END-IF
           MOVE ART-LETTERS (WS-ART-IDX) TO RPT-DET-LETTERS
           MOVE ART-RETURNS (WS-ART-IDX) TO RPT-DET-RETURNS
           MOVE 0 TO WS-LINE-RATE
           IF ART-LETTERS (WS-ART-IDX) > 0
              COMPUTE WS-LINE-RATE ROUNDED =
                  ART-RETURNS (WS-ART-IDX) * 100
                  / ART-LETTERS (WS-ART-IDX)
                  ON SIZE ERROR MOVE 999.99 TO WS-LINE-RATE
              END-COMPUTE
           END-IF
           MOVE WS-LINE-RATE TO RPT-DET-RATE
           MOVE SPACES TO RPT-DET-FLAG
           IF ART-LETTERS (WS-ART-IDX) = 0
              MOVE 'NOT MAILED' TO RPT-DET-FLAG
           ELSE
              IF WS-LINE-RATE > WS-OVERALL-RATE
                 MOVE '** ABOVE OVERALL' TO RPT-DET-FLAG
                 ADD 1 TO WS-AREAS-FLAGGED
              END-IF
           END-IF
           WRITE RATE-RPT-RECORD FROM WS-RPT-DETAIL.

       WRITE-LANGUAGE-RATES.
           MOVE SPACES TO RATE-RPT-RECORD
           WRITE RATE-RPT-RECORD
           MOVE 'BY LANGUAGE' TO RPT-SEC-TITLE
           WRITE RATE-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING WS-LRT-IDX FROM 1 BY 1
                   UNTIL WS-LRT-IDX > WS-LRT-COUNT
               IF LRT-LANG (WS-LRT-IDX) = SPACES
                  MOVE '(NOT LOGGED)' TO RPT-DET-KEY
               ELSE
                  MOVE LRT-LANG (WS-LRT-IDX) TO RPT-DET-KEY
               END-IF
               MOVE LRT-LETTERS (WS-LRT-IDX) TO RPT-DET-LETTERS
               MOVE LRT-RETURNS (WS-LRT-IDX) TO RPT-DET-RETURNS
               MOVE 0 TO WS-LINE-RATE
               IF LRT-LETTERS (WS-LRT-IDX) > 0
                  COMPUTE WS-LINE-RATE ROUNDED =
                      LRT-RETURNS (WS-LRT-IDX) * 100
                      / LRT-LETTERS (WS-LRT-IDX)
                      ON SIZE ERROR MOVE 999.99 TO WS-LINE-RATE
                  END-COMPUTE
               END-IF
               MOVE WS-LINE-RATE TO RPT-DET-RATE
               MOVE SPACES TO RPT-DET-FLAG
               WRITE RATE-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM.
       END PROGRAM ZTPRTRPT.
