       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPGLJNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT GL-MAP-FILE ASSIGN GLMAPCTL
           FILE STATUS IS GL-MAP-STATUS.
           SELECT GL-PTD-FILE ASSIGN GLPTD
           FILE STATUS IS GL-PTD-STATUS.
           SELECT GL-JRNL-FILE ASSIGN GLJRNL
           FILE STATUS IS GL-JRNL-STATUS.
           SELECT GL-CTL-RPT-FILE ASSIGN GLCTLRPT
           FILE STATUS IS GL-CTL-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-WORK-FILE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.
       01  ACC-WORK-RECORD.
           05  ACW-REGION PIC X(8).
           05  ACW-SHELTER PIC X(4).
           05  ACW-BREED PIC X(30).
           05  ACW-PERIOD PIC 9(2).
           05  ACW-NET PIC 9(3).
           05  ACW-GROSS PIC 9(3).
           05  ACW-RETURNS PIC 9(3).
           05  ACW-FEE-NET PIC 9(9)V99.
           05  ACW-FEE-ADOPT PIC 9(9)V99.
           05  ACW-FEE-CHIP PIC 9(9)V99.
           05  ACW-FEE-DONATION PIC 9(9)V99.
           05  ACW-RET-ADOPT PIC 9(9)V99.
           05  ACW-RET-CHIP PIC 9(9)V99.
           05  ACW-RET-DONATION PIC 9(9)V99.
           05  ACW-SPECIES PIC X(1).
       FD  REV-MAST-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-MAST-RECORD.
           05  RVM-BREED PIC X(30).
           05  RVM-SHELTER PIC X(4).
           05  RVM-PERIOD PIC X(2).
           05  RVM-FEE-NET PIC 9(9)V99.
           05  RVM-FEE-ADOPT PIC 9(9)V99.
           05  RVM-FEE-CHIP PIC 9(9)V99.
           05  RVM-FEE-DONATION PIC 9(9)V99.
           05  RVM-SPECIES PIC X(1).
           05  RVM-NET-COUNT PIC 9(7).
       FD  GL-MAP-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05  GMC-SHELTER PIC X(4).
           05  GMC-BUCKET PIC X(1).
           05  GMC-COST-CENTRE PIC X(6).
           05  GMC-REVENUE-ACCT PIC X(10).
           05  GMC-OFFSET-ACCT PIC X(10).
           05  FILLER PIC X(9).
       FD  GL-PTD-FILE RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  GL-PTD-RECORD.
           05  GLP-PERIOD PIC 9(2).
           05  GLP-NET-POSTED PIC 9(9)V99.
           05  GLP-YEAR PIC 9(4).
           05  FILLER PIC X(3).
       FD  GL-JRNL-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  GL-JRNL-RECORD.
           05  GLJ-JOURNAL-DATE PIC X(8).
           05  GLJ-PERIOD PIC 9(2).
           05  GLJ-COST-CENTRE PIC X(6).
           05  GLJ-ACCOUNT PIC X(10).
           05  GLJ-DR-CR PIC X(1).
           05  GLJ-AMOUNT PIC 9(9)V99.
           05  GLJ-SHELTER PIC X(4).
           05  GLJ-BUCKET PIC X(1).
           05  GLJ-ENTRY-TYPE PIC X(1).
           05  GLJ-SOURCE PIC X(8).
           05  GLJ-DESCRIPTION PIC X(30).
           05  FILLER PIC X(18).
       FD  GL-CTL-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GL-CTL-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ACC-WORK-STATUS PIC X(2).
       01  REV-MAST-STATUS PIC X(2).
       01  GL-MAP-STATUS PIC X(2).
       01  GL-PTD-STATUS PIC X(2).
       01  GL-JRNL-STATUS PIC X(2).
       01  GL-CTL-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-ENTRIES-WRITTEN PIC 9(8) VALUE 0.
       01  WS-UNMAPPED-COUNT PIC 9(6) VALUE 0.
       01  WS-REV-CONTROL-KEY PIC X(30) VALUE '*REVCONTROL*'.
       01  WS-REV-YEAR PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-REV-ACCT PIC X(10) VALUE 'SUSPENSE'.
       01  WS-SUSPENSE-OFS-ACCT PIC X(10) VALUE 'SUSPCLEAR'.
       01  GL-MAP-TABLE.
           05  GMT-ENTRY OCCURS 200 TIMES.
               10  GMT-SHELTER PIC X(4).
               10  GMT-BUCKET PIC X(1).
               10  GMT-COST-CENTRE PIC X(6).
               10  GMT-REVENUE-ACCT PIC X(10).
               10  GMT-OFFSET-ACCT PIC X(10).
       01  WS-GMT-COUNT PIC 9(3) VALUE 0.
       01  WS-GMT-IDX PIC 9(3).
       01  WS-GMT-MATCH PIC 9(3).
       01  GL-BUCKET-TABLE.
           05  GLT-ENTRY OCCURS 500 TIMES.
               10  GLT-SHELTER PIC X(4).
               10  GLT-PERIOD PIC 9(2).
               10  GLT-BUCKET PIC X(1).
               10  GLT-GROSS PIC 9(9)V99.
               10  GLT-RETURNS PIC 9(9)V99.
       01  WS-GLT-COUNT PIC 9(3) VALUE 0.
       01  WS-GLT-IDX PIC 9(3).
       01  WS-GLT-MATCH PIC 9(3).
       01  WS-ADD-BUCKET PIC X(1).
       01  WS-ADD-GROSS PIC 9(9)V99.
       01  WS-ADD-RETURNS PIC 9(9)V99.
       01  BUCKET-TOTAL-TABLE.
           05  BKT-ENTRY OCCURS 3 TIMES.
               10  BKT-CODE PIC X(1).
               10  BKT-LABEL PIC X(15).
               10  BKT-GROSS PIC 9(11)V99.
               10  BKT-RETURNS PIC 9(11)V99.
       01  WS-BKT-IDX PIC 9(1).
       01  PERIOD-CONTROL-TABLE.
           05  PCT-ENTRY OCCURS 12 TIMES.
               10  PCT-REVMAST PIC 9(11)V99.
               10  PCT-POSTED PIC 9(11)V99.
               10  PCT-TONIGHT PIC 9(11)V99.
       01  WS-PCT-IDX PIC 9(2).
       01  WS-PTD-FOUND PIC X(1) VALUE 'N'.
       01  WS-CUR-COST-CENTRE PIC X(6).
       01  WS-CUR-REVENUE-ACCT PIC X(10).
       01  WS-CUR-OFFSET-ACCT PIC X(10).
       01  WS-ENTRY-AMOUNT PIC 9(9)V99.
       01  WS-ENTRY-ACCOUNT PIC X(10).
       01  WS-ENTRY-DR-CR PIC X(1).
       01  WS-ENTRY-TYPE PIC X(1).
       01  WS-ENTRY-REVENUE-SIDE PIC X(1).
       01  WS-TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-NET PIC S9(11)V99 VALUE 0.
       01  WS-ACC-REVENUE PIC 9(11)V99 VALUE 0.
       01  WS-SUSPENSE-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE PIC X(1) VALUE 'N'.
       01  WS-JRNL-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-JRNL-BYTE-IDX PIC 9(4).
       01  WS-JRNL-HASH-POS PIC 9(4) VALUE 17.
       01  WS-JRNL-HASH-LEN PIC 9(4) VALUE 22.
       01  WS-JRNL-BYTE-POS PIC 9(4).
       01  WS-GL-DESCRIPTION.
           05  WS-GLD-BUCKET PIC X(15).
           05  WS-GLD-TYPE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-GLD-SHELTER PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'GL JOURNAL CONTROL REPORT           '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(6) VALUE ' MODE '.
           05  RPT-HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(17) VALUE SPACES.
       01  WS-RPT-BUCKET-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'FEE BUCKET          GROSS FEES       RET'.
           05  FILLER PIC X(40)
               VALUE 'URNS      NET REVENUE                   '.
       01  WS-RPT-BUCKET-LINE.
           05  RPT-BKT-LABEL PIC X(15).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BKT-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BKT-RETURNS PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-BKT-NET PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL PIC X(26).
           05  RPT-AMT-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-AMT-NOTE PIC X(16).
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(26).
           05  RPT-CNT-VALUE PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(44) VALUE SPACES.
       01  WS-RPT-PTD-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'PERIOD    REVMAST REVENUE   JOURNALED TO'.
           05  FILLER PIC X(40)
               VALUE ' DATE        DIFFERENCE                 '.
       01  WS-RPT-PTD-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-PTD-PERIOD PIC 9(2).
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-PTD-REVMAST PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-PTD-POSTED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-PTD-DIFF PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-PTD-NOTE PIC X(15).
       01  WS-RPT-TEXT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM INITIALIZE-BUCKET-TOTALS
           PERFORM LOAD-GL-MAP-TABLE
           PERFORM ACCUMULATE-ACC-WORK
           OPEN OUTPUT GL-JRNL-FILE
           IF GL-JRNL-STATUS NOT = '00'
              DISPLAY 'ZTPGLJNL GLJRNL OPEN FAILED, STATUS: '
                  GL-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-JRNL-ENVELOPE-HEADER
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                   UNTIL WS-GLT-IDX > WS-GLT-COUNT
               PERFORM POST-ONE-BUCKET
           END-PERFORM
           PERFORM WRITE-JRNL-ENVELOPE-TRAILER
           CLOSE GL-JRNL-FILE
           PERFORM LOAD-REVENUE-MASTER
           PERFORM LOAD-PERIOD-TO-DATE
           PERFORM WRITE-CONTROL-REPORT
           PERFORM SAVE-PERIOD-TO-DATE
           DISPLAY 'ZTPGLJNL ACCWORK RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPGLJNL JOURNAL ENTRIES WRITTEN: '
               WS-ENTRIES-WRITTEN
           DISPLAY 'ZTPGLJNL UNMAPPED BUCKETS TO SUSPENSE: '
               WS-UNMAPPED-COUNT
           IF WS-OUT-OF-BALANCE = 'Y'
              DISPLAY 'ZTPGLJNL *** JOURNAL DOES NOT RECONCILE TO '
                  'REVENUE - SEE GLCTLRPT ***'
           END-IF
           IF WS-OUT-OF-BALANCE = 'Y' OR WS-UNMAPPED-COUNT > 0
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

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPGLJNL' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPGLJNL' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-ENTRIES-WRITTEN TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPGLJNL' TO VER-PROGRAM-ID
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

       INITIALIZE-BUCKET-TOTALS.
           MOVE 'A' TO BKT-CODE (1)
           MOVE 'ADOPTION FEES' TO BKT-LABEL (1)
           MOVE 'M' TO BKT-CODE (2)
           MOVE 'MICROCHIP FEES' TO BKT-LABEL (2)
           MOVE 'D' TO BKT-CODE (3)
           MOVE 'DONATIONS' TO BKT-LABEL (3)
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3
               MOVE 0 TO BKT-GROSS (WS-BKT-IDX)
               MOVE 0 TO BKT-RETURNS (WS-BKT-IDX)
           END-PERFORM
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > 12
               MOVE 0 TO PCT-REVMAST (WS-PCT-IDX)
               MOVE 0 TO PCT-POSTED (WS-PCT-IDX)
               MOVE 0 TO PCT-TONIGHT (WS-PCT-IDX)
           END-PERFORM.

       LOAD-GL-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS NOT = '00'
              DISPLAY 'ZTPGLJNL GLMAPCTL NOT AVAILABLE, STATUS: '
                  GL-MAP-STATUS ' - ALL ENTRIES POST TO SUSPENSE'
           ELSE
              PERFORM UNTIL GL-MAP-STATUS NOT = '00'
                      OR WS-GMT-COUNT = 200
                  READ GL-MAP-FILE
                  IF GL-MAP-STATUS = '00'
                     IF GMC-SHELTER NOT = SPACES
                        AND (GMC-BUCKET = 'A' OR 'M' OR 'D')
                        AND GMC-REVENUE-ACCT NOT = SPACES
                        AND GMC-OFFSET-ACCT NOT = SPACES
                        ADD 1 TO WS-GMT-COUNT
                        MOVE GMC-SHELTER TO GMT-SHELTER (WS-GMT-COUNT)
                        MOVE GMC-BUCKET TO GMT-BUCKET (WS-GMT-COUNT)
                        MOVE GMC-COST-CENTRE TO
                            GMT-COST-CENTRE (WS-GMT-COUNT)
                        MOVE GMC-REVENUE-ACCT TO
                            GMT-REVENUE-ACCT (WS-GMT-COUNT)
                        MOVE GMC-OFFSET-ACCT TO
                            GMT-OFFSET-ACCT (WS-GMT-COUNT)
                     ELSE
                        DISPLAY 'ZTPGLJNL INVALID GLMAPCTL RECORD '
                            'IGNORED: ' GL-MAP-RECORD
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GL-MAP-FILE
           END-IF.

       ACCUMULATE-ACC-WORK.
           OPEN INPUT ACC-WORK-FILE
           IF ACC-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPGLJNL ACCWORK OPEN FAILED, STATUS: '
                  ACC-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ACC-WORK-FILE
               IF ACC-WORK-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  ADD ACW-FEE-NET TO WS-ACC-REVENUE
                  MOVE 'A' TO WS-ADD-BUCKET
                  COMPUTE WS-ADD-GROSS = ACW-FEE-ADOPT + ACW-RET-ADOPT
                  MOVE ACW-RET-ADOPT TO WS-ADD-RETURNS
                  PERFORM ADD-TO-GL-BUCKET
                  MOVE 'M' TO WS-ADD-BUCKET
                  COMPUTE WS-ADD-GROSS = ACW-FEE-CHIP + ACW-RET-CHIP
                  MOVE ACW-RET-CHIP TO WS-ADD-RETURNS
                  PERFORM ADD-TO-GL-BUCKET
                  MOVE 'D' TO WS-ADD-BUCKET
                  COMPUTE WS-ADD-GROSS =
                      ACW-FEE-DONATION + ACW-RET-DONATION
                  MOVE ACW-RET-DONATION TO WS-ADD-RETURNS
                  PERFORM ADD-TO-GL-BUCKET
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE ACC-WORK-FILE.

       ADD-TO-GL-BUCKET.
           IF WS-ADD-GROSS > 0 OR WS-ADD-RETURNS > 0
              MOVE 0 TO WS-GLT-MATCH
              PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                      UNTIL WS-GLT-IDX > WS-GLT-COUNT
                  IF GLT-SHELTER (WS-GLT-IDX) = ACW-SHELTER
                     AND GLT-PERIOD (WS-GLT-IDX) = ACW-PERIOD
                     AND GLT-BUCKET (WS-GLT-IDX) = WS-ADD-BUCKET
                     MOVE WS-GLT-IDX TO WS-GLT-MATCH
                     MOVE WS-GLT-COUNT TO WS-GLT-IDX
                  END-IF
              END-PERFORM
              IF WS-GLT-MATCH = 0
                 IF WS-GLT-COUNT = 500
                    DISPLAY 'ZTPGLJNL JOURNAL BUCKET TABLE FULL AT '
                        'SHELTER: ' ACW-SHELTER ' PERIOD: ' ACW-PERIOD
                    MOVE 16 TO RETURN-CODE
                    CLOSE ACC-WORK-FILE
                    PERFORM WRITE-AUDIT-RECORD
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-GLT-COUNT
                 MOVE WS-GLT-COUNT TO WS-GLT-MATCH
                 MOVE ACW-SHELTER TO GLT-SHELTER (WS-GLT-MATCH)
                 MOVE ACW-PERIOD TO GLT-PERIOD (WS-GLT-MATCH)
                 MOVE WS-ADD-BUCKET TO GLT-BUCKET (WS-GLT-MATCH)
                 MOVE 0 TO GLT-GROSS (WS-GLT-MATCH)
                 MOVE 0 TO GLT-RETURNS (WS-GLT-MATCH)
              END-IF
              ADD WS-ADD-GROSS TO GLT-GROSS (WS-GLT-MATCH)
              ADD WS-ADD-RETURNS TO GLT-RETURNS (WS-GLT-MATCH)
           END-IF.

       FIND-GL-MAPPING.
           MOVE 0 TO WS-GMT-MATCH
           PERFORM VARYING WS-GMT-IDX FROM 1 BY 1
                   UNTIL WS-GMT-IDX > WS-GMT-COUNT
               IF GMT-SHELTER (WS-GMT-IDX) = GLT-SHELTER (WS-GLT-IDX)
                  AND GMT-BUCKET (WS-GMT-IDX) =
                      GLT-BUCKET (WS-GLT-IDX)
                  MOVE WS-GMT-IDX TO WS-GMT-MATCH
                  MOVE WS-GMT-COUNT TO WS-GMT-IDX
               END-IF
           END-PERFORM
           IF WS-GMT-MATCH = 0
              PERFORM VARYING WS-GMT-IDX FROM 1 BY 1
                      UNTIL WS-GMT-IDX > WS-GMT-COUNT
                  IF GMT-SHELTER (WS-GMT-IDX) = '****'
                     AND GMT-BUCKET (WS-GMT-IDX) =
                         GLT-BUCKET (WS-GLT-IDX)
                     MOVE WS-GMT-IDX TO WS-GMT-MATCH
                     MOVE WS-GMT-COUNT TO WS-GMT-IDX
                  END-IF
              END-PERFORM
           END-IF
           IF WS-GMT-MATCH = 0
              ADD 1 TO WS-UNMAPPED-COUNT
              DISPLAY 'ZTPGLJNL NO GL MAPPING FOR SHELTER: '
                  GLT-SHELTER (WS-GLT-IDX) ' BUCKET: '
                  GLT-BUCKET (WS-GLT-IDX) ' - POSTED TO SUSPENSE'
              MOVE GLT-SHELTER (WS-GLT-IDX) TO WS-CUR-COST-CENTRE
              MOVE WS-SUSPENSE-REV-ACCT TO WS-CUR-REVENUE-ACCT
              MOVE WS-SUSPENSE-OFS-ACCT TO WS-CUR-OFFSET-ACCT
              COMPUTE WS-SUSPENSE-AMOUNT = WS-SUSPENSE-AMOUNT
                  + GLT-GROSS (WS-GLT-IDX) - GLT-RETURNS (WS-GLT-IDX)
           ELSE
              MOVE GMT-COST-CENTRE (WS-GMT-MATCH) TO
                  WS-CUR-COST-CENTRE
              IF WS-CUR-COST-CENTRE = SPACES
                 MOVE GLT-SHELTER (WS-GLT-IDX) TO WS-CUR-COST-CENTRE
              END-IF
              MOVE GMT-REVENUE-ACCT (WS-GMT-MATCH) TO
                  WS-CUR-REVENUE-ACCT
              MOVE GMT-OFFSET-ACCT (WS-GMT-MATCH) TO
                  WS-CUR-OFFSET-ACCT
           END-IF.

       POST-ONE-BUCKET.
           PERFORM FIND-GL-MAPPING
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3
               IF BKT-CODE (WS-BKT-IDX) = GLT-BUCKET (WS-GLT-IDX)
                  ADD GLT-GROSS (WS-GLT-IDX) TO BKT-GROSS (WS-BKT-IDX)
                  ADD GLT-RETURNS (WS-GLT-IDX) TO
                      BKT-RETURNS (WS-BKT-IDX)
                  MOVE BKT-LABEL (WS-BKT-IDX) TO WS-GLD-BUCKET
               END-IF
           END-PERFORM
           MOVE GLT-SHELTER (WS-GLT-IDX) TO WS-GLD-SHELTER
           IF GLT-PERIOD (WS-GLT-IDX) >= 1
              AND GLT-PERIOD (WS-GLT-IDX) <= 12
              COMPUTE PCT-TONIGHT (GLT-PERIOD (WS-GLT-IDX)) =
                  PCT-TONIGHT (GLT-PERIOD (WS-GLT-IDX))
                + GLT-GROSS (WS-GLT-IDX) - GLT-RETURNS (WS-GLT-IDX)
           END-IF
           IF GLT-GROSS (WS-GLT-IDX) > 0
              MOVE GLT-GROSS (WS-GLT-IDX) TO WS-ENTRY-AMOUNT
              MOVE 'SALES' TO WS-GLD-TYPE
              MOVE 'S' TO WS-ENTRY-TYPE
              MOVE WS-CUR-OFFSET-ACCT TO WS-ENTRY-ACCOUNT
              MOVE 'D' TO WS-ENTRY-DR-CR
              MOVE 'N' TO WS-ENTRY-REVENUE-SIDE
              PERFORM WRITE-JOURNAL-ENTRY
              MOVE WS-CUR-REVENUE-ACCT TO WS-ENTRY-ACCOUNT
              MOVE 'C' TO WS-ENTRY-DR-CR
              MOVE 'Y' TO WS-ENTRY-REVENUE-SIDE
              PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF GLT-RETURNS (WS-GLT-IDX) > 0
              MOVE GLT-RETURNS (WS-GLT-IDX) TO WS-ENTRY-AMOUNT
              MOVE 'RETURNS' TO WS-GLD-TYPE
              MOVE 'R' TO WS-ENTRY-TYPE
              MOVE WS-CUR-REVENUE-ACCT TO WS-ENTRY-ACCOUNT
              MOVE 'D' TO WS-ENTRY-DR-CR
              MOVE 'Y' TO WS-ENTRY-REVENUE-SIDE
              PERFORM WRITE-JOURNAL-ENTRY
              MOVE WS-CUR-OFFSET-ACCT TO WS-ENTRY-ACCOUNT
              MOVE 'C' TO WS-ENTRY-DR-CR
              MOVE 'N' TO WS-ENTRY-REVENUE-SIDE
              PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO GL-JRNL-RECORD
           MOVE WS-RUN-DATE TO GLJ-JOURNAL-DATE
           MOVE GLT-PERIOD (WS-GLT-IDX) TO GLJ-PERIOD
           MOVE WS-CUR-COST-CENTRE TO GLJ-COST-CENTRE
           MOVE WS-ENTRY-ACCOUNT TO GLJ-ACCOUNT
           MOVE WS-ENTRY-DR-CR TO GLJ-DR-CR
           MOVE WS-ENTRY-AMOUNT TO GLJ-AMOUNT
           MOVE GLT-SHELTER (WS-GLT-IDX) TO GLJ-SHELTER
           MOVE GLT-BUCKET (WS-GLT-IDX) TO GLJ-BUCKET
           MOVE WS-ENTRY-TYPE TO GLJ-ENTRY-TYPE
           MOVE 'ZTPGLJNL' TO GLJ-SOURCE
           MOVE WS-GL-DESCRIPTION TO GLJ-DESCRIPTION
           WRITE GL-JRNL-RECORD
           IF GL-JRNL-STATUS NOT = '00'
              DISPLAY 'ZTPGLJNL GLJRNL WRITE FAILED, STATUS: '
                  GL-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE GL-JRNL-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           ADD 1 TO WS-ENTRIES-WRITTEN
           IF WS-ENTRY-DR-CR = 'D'
              ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           IF WS-ENTRY-REVENUE-SIDE = 'Y'
              IF WS-ENTRY-DR-CR = 'C'
                 ADD WS-ENTRY-AMOUNT TO WS-JOURNAL-NET
              ELSE
                 SUBTRACT WS-ENTRY-AMOUNT FROM WS-JOURNAL-NET
              END-IF
           END-IF
           PERFORM ADD-JRNL-RECORD-TO-HASH.

       ADD-JRNL-RECORD-TO-HASH.
           PERFORM VARYING WS-JRNL-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-BYTE-IDX > WS-JRNL-HASH-LEN
               COMPUTE WS-JRNL-BYTE-POS =
                   WS-JRNL-HASH-POS + WS-JRNL-BYTE-IDX - 1
               COMPUTE WS-JRNL-HASH-TOTAL = FUNCTION MOD(
                   WS-JRNL-HASH-TOTAL +
                   FUNCTION ORD(GL-JRNL-RECORD (WS-JRNL-BYTE-POS:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-JRNL-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPGLJNL' TO ENV-HDR-PROGRAM-ID
           MOVE WS-JRNL-HASH-POS TO ENV-HDR-HASH-POS
           MOVE WS-JRNL-HASH-LEN TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO GL-JRNL-RECORD
           MOVE ENVELOPE-HEADER-RECORD TO GL-JRNL-RECORD (1:40)
           WRITE GL-JRNL-RECORD.

       WRITE-JRNL-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-ENTRIES-WRITTEN TO ENV-TRL-RECORD-COUNT
           MOVE WS-JRNL-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO GL-JRNL-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO GL-JRNL-RECORD (1:40)
           WRITE GL-JRNL-RECORD.

       LOAD-REVENUE-MASTER.
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPGLJNL REVMAST NOT AVAILABLE, STATUS: '
                  REV-MAST-STATUS ' - PERIOD-TO-DATE PROOF SKIPPED'
           ELSE
              PERFORM UNTIL REV-MAST-STATUS NOT = '00'
                  READ REV-MAST-FILE
                  IF REV-MAST-STATUS = '00'
                     IF RVM-BREED = WS-REV-CONTROL-KEY
                        MOVE RVM-FEE-NET TO WS-REV-YEAR
                     ELSE
                        IF RVM-PERIOD IS NUMERIC
                           AND RVM-PERIOD >= '01'
                           AND RVM-PERIOD <= '12'
                           MOVE RVM-PERIOD TO WS-PCT-IDX
                           ADD RVM-FEE-NET TO PCT-REVMAST (WS-PCT-IDX)
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE REV-MAST-FILE
           END-IF.

       LOAD-PERIOD-TO-DATE.
           MOVE 'N' TO WS-PTD-FOUND
           OPEN INPUT GL-PTD-FILE
           IF GL-PTD-STATUS = '00'
              PERFORM UNTIL GL-PTD-STATUS NOT = '00'
                  READ GL-PTD-FILE
                  IF GL-PTD-STATUS = '00'
                     IF GLP-YEAR = WS-REV-YEAR
                        AND GLP-PERIOD >= 1
                        AND GLP-PERIOD <= 12
                        MOVE 'Y' TO WS-PTD-FOUND
                        ADD GLP-NET-POSTED TO PCT-POSTED (GLP-PERIOD)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GL-PTD-FILE
           END-IF
           IF WS-PTD-FOUND = 'N'
              DISPLAY 'ZTPGLJNL NO JOURNAL-TO-DATE FOR YEAR '
                  WS-REV-YEAR ' - OPENING BALANCE TAKEN FROM REVMAST'
              PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                      UNTIL WS-PCT-IDX > 12
                  IF WS-RUN-MODE = 'TEST'
                     MOVE PCT-REVMAST (WS-PCT-IDX) TO
                         PCT-POSTED (WS-PCT-IDX)
                  ELSE
                     IF PCT-REVMAST (WS-PCT-IDX) >
                            PCT-TONIGHT (WS-PCT-IDX)
                        COMPUTE PCT-POSTED (WS-PCT-IDX) =
                            PCT-REVMAST (WS-PCT-IDX)
                          - PCT-TONIGHT (WS-PCT-IDX)
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           IF WS-RUN-MODE NOT = 'TEST'
              PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                      UNTIL WS-PCT-IDX > 12
                  ADD PCT-TONIGHT (WS-PCT-IDX) TO
                      PCT-POSTED (WS-PCT-IDX)
              END-PERFORM
           END-IF.

       SAVE-PERIOD-TO-DATE.
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPGLJNL TEST MODE - JOURNAL-TO-DATE NOT '
                  'REWRITTEN'
           ELSE
              OPEN OUTPUT GL-PTD-FILE
              IF GL-PTD-STATUS NOT = '00'
                 DISPLAY 'ZTPGLJNL GLPTD OPEN OUTPUT FAILED, STATUS: '
                     GL-PTD-STATUS
                 MOVE 'Y' TO WS-OUT-OF-BALANCE
              ELSE
                 PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                         UNTIL WS-PCT-IDX > 12
                     MOVE SPACES TO GL-PTD-RECORD
                     MOVE WS-PCT-IDX TO GLP-PERIOD
                     MOVE PCT-POSTED (WS-PCT-IDX) TO GLP-NET-POSTED
                     MOVE WS-REV-YEAR TO GLP-YEAR
                     WRITE GL-PTD-RECORD
                 END-PERFORM
                 CLOSE GL-PTD-FILE
              END-IF
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT GL-CTL-RPT-FILE
           IF GL-CTL-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPGLJNL GLCTLRPT OPEN FAILED, STATUS: '
                  GL-CTL-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-RUN-MODE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-HEADER
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-BUCKET-COLUMNS
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3
               MOVE BKT-LABEL (WS-BKT-IDX) TO RPT-BKT-LABEL
               MOVE BKT-GROSS (WS-BKT-IDX) TO RPT-BKT-GROSS
               MOVE BKT-RETURNS (WS-BKT-IDX) TO RPT-BKT-RETURNS
               COMPUTE RPT-BKT-NET = BKT-GROSS (WS-BKT-IDX)
                   - BKT-RETURNS (WS-BKT-IDX)
               WRITE GL-CTL-RPT-RECORD FROM WS-RPT-BUCKET-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT-LINE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-TEXT-LINE
           MOVE 'JOURNAL ENTRIES WRITTEN' TO RPT-CNT-LABEL
           MOVE WS-ENTRIES-WRITTEN TO RPT-CNT-VALUE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO RPT-AMT-NOTE
           MOVE 'TOTAL DEBITS' TO RPT-AMT-LABEL
           MOVE WS-TOTAL-DEBITS TO RPT-AMT-VALUE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'TOTAL CREDITS' TO RPT-AMT-LABEL
           MOVE WS-TOTAL-CREDITS TO RPT-AMT-VALUE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              MOVE 'BALANCED' TO RPT-AMT-NOTE
           ELSE
              MOVE 'NOT BALANCED' TO RPT-AMT-NOTE
              MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE SPACES TO RPT-AMT-NOTE
           MOVE 'JOURNAL NET REVENUE' TO RPT-AMT-LABEL
           MOVE WS-JOURNAL-NET TO RPT-AMT-VALUE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE 'REVENUE PER ACCWORK' TO RPT-AMT-LABEL
           MOVE WS-ACC-REVENUE TO RPT-AMT-VALUE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           COMPUTE WS-DIFFERENCE = WS-JOURNAL-NET - WS-ACC-REVENUE
           MOVE 'DIFFERENCE' TO RPT-AMT-LABEL
           MOVE WS-DIFFERENCE TO RPT-AMT-VALUE
           IF WS-DIFFERENCE = 0
              MOVE 'IN BALANCE' TO RPT-AMT-NOTE
           ELSE
              MOVE 'OUT OF BALANCE' TO RPT-AMT-NOTE
              MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE SPACES TO RPT-AMT-NOTE
           MOVE 'POSTED TO SUSPENSE' TO RPT-AMT-LABEL
           MOVE WS-SUSPENSE-AMOUNT TO RPT-AMT-VALUE
           IF WS-UNMAPPED-COUNT > 0
              MOVE 'CHECK GLMAPCTL' TO RPT-AMT-NOTE
           END-IF
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-AMOUNT-LINE
           MOVE SPACES TO WS-RPT-TEXT-LINE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-TEXT-LINE
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-PTD-COLUMNS
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > 12
               IF PCT-REVMAST (WS-PCT-IDX) > 0
                  OR PCT-POSTED (WS-PCT-IDX) > 0
                  MOVE WS-PCT-IDX TO RPT-PTD-PERIOD
                  MOVE PCT-REVMAST (WS-PCT-IDX) TO RPT-PTD-REVMAST
                  MOVE PCT-POSTED (WS-PCT-IDX) TO RPT-PTD-POSTED
                  COMPUTE WS-DIFFERENCE = PCT-POSTED (WS-PCT-IDX)
                      - PCT-REVMAST (WS-PCT-IDX)
                  MOVE WS-DIFFERENCE TO RPT-PTD-DIFF
                  IF WS-DIFFERENCE = 0
                     MOVE 'IN BALANCE' TO RPT-PTD-NOTE
                  ELSE
                     MOVE 'OUT OF BALANCE' TO RPT-PTD-NOTE
                     MOVE 'Y' TO WS-OUT-OF-BALANCE
                  END-IF
                  WRITE GL-CTL-RPT-RECORD FROM WS-RPT-PTD-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT-LINE
           IF WS-OUT-OF-BALANCE = 'Y'
              MOVE 'CONTROL RESULT: JOURNAL DOES NOT RECONCILE'
                  TO WS-RPT-TEXT-LINE
           ELSE
              MOVE 'CONTROL RESULT: JOURNAL RECONCILES TO REVENUE'
                  TO WS-RPT-TEXT-LINE
           END-IF
           WRITE GL-CTL-RPT-RECORD FROM WS-RPT-TEXT-LINE
           CLOSE GL-CTL-RPT-FILE.
       END PROGRAM ZTPGLJNL.
