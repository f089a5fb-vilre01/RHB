       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSHACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-WORK-FILE ASSIGN ACKWORK
           FILE STATUS IS ACK-WORK-STATUS.
           SELECT ADOPT-REJ-FILE ASSIGN ADOPTREJ
           FILE STATUS IS ADOPT-REJ-STATUS.
           SELECT DIST-CTL-FILE ASSIGN DISTCTL
           FILE STATUS IS DIST-CTL-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT ACK-01-FILE ASSIGN ACKSH01
           FILE STATUS IS ACK-01-STATUS.
           SELECT ACK-02-FILE ASSIGN ACKSH02
           FILE STATUS IS ACK-02-STATUS.
           SELECT ACK-03-FILE ASSIGN ACKSH03
           FILE STATUS IS ACK-03-STATUS.
           SELECT ACK-04-FILE ASSIGN ACKSH04
           FILE STATUS IS ACK-04-STATUS.
           SELECT ACK-05-FILE ASSIGN ACKSH05
           FILE STATUS IS ACK-05-STATUS.
           SELECT ACK-RPT-FILE ASSIGN ACKRPT
           FILE STATUS IS ACK-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-WORK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPACKCP.
       FD  ADOPT-REJ-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-REJ-RECORD.
           05  REJ-BREED PIC X(30).
           05  REJ-COUNT PIC 9(3).
           05  REJ-FEE-AMOUNT PIC 9(5)V99.
           05  REJ-REASON PIC X(31).
           05  REJ-SHELTER PIC X(4).
           05  REJ-PERIOD PIC X(2).
           05  REJ-TRAN-TYPE PIC X(1).
           05  REJ-FEE-COMPONENT PIC X(1).
           05  REJ-SPECIES PIC X(1).
           05  REJ-TO-SHELTER PIC X(4).
       FD  DIST-CTL-FILE RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.
       01  DIST-CTL-RECORD.
           05  DSC-RECIPIENT PIC X(8).
           05  DSC-REPORT-DD PIC X(8).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
       FD  ACK-01-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-01-RECORD PIC X(80).
       FD  ACK-02-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-02-RECORD PIC X(80).
       FD  ACK-03-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-03-RECORD PIC X(80).
       FD  ACK-04-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-04-RECORD PIC X(80).
       FD  ACK-05-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-05-RECORD PIC X(80).
       FD  ACK-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ACK-WORK-STATUS PIC X(2).
       01  ADOPT-REJ-STATUS PIC X(2).
       01  DIST-CTL-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  ACK-01-STATUS PIC X(2).
       01  ACK-02-STATUS PIC X(2).
       01  ACK-03-STATUS PIC X(2).
       01  ACK-04-STATUS PIC X(2).
       01  ACK-05-STATUS PIC X(2).
       01  ACK-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-FINAL-RC PIC 9(4) VALUE 0.
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-RECEIPT-ONLY PIC X(1) VALUE 'N'.
       01  WS-ACK-WORK-FOUND PIC X(1) VALUE 'N'.
       01  WS-ADOPT-REJ-FOUND PIC X(1) VALUE 'N'.
       01  WS-STALE-RECORDS PIC 9(6) VALUE 0.
       01  WS-CURRENT-RECEIPTS PIC 9(4) VALUE 0.
       01  WS-NO-SHELTER-REJECTS PIC 9(6) VALUE 0.
       01  WS-UNPLACED-SHELTERS PIC 9(4) VALUE 0.
       01  WS-UNADDRESSED PIC 9(1) VALUE 0.
       01  WS-ACKS-WRITTEN PIC 9(1) VALUE 0.
       01  ACK-SLOT-TABLE.
           05  SLT-ENTRY OCCURS 5 TIMES.
               10  SLT-SHELTER PIC X(4).
               10  SLT-FEED-DD PIC X(8).
               10  SLT-NAME PIC X(30).
               10  SLT-RECEIPTS PIC 9(2).
               10  SLT-RECEIVED PIC 9(7).
               10  SLT-MERGED PIC 9(7).
               10  SLT-RELEASE-REJECTS PIC 9(6).
               10  SLT-VALIDATE-REJECTS PIC 9(6).
               10  SLT-RECIPIENTS PIC 9(2).
       01  WS-SLOT-COUNT PIC 9(1) VALUE 0.
       01  WS-SLOT-IDX PIC 9(1).
       01  WS-CUR-SLOT PIC 9(1).
       01  WS-FIND-SHELTER PIC X(4).
       01  WS-FIND-FEED-DD PIC X(8).
       01  WS-FOUND-SLOT PIC 9(1).
       01  ACK-RULE-TABLE.
           05  ARL-ENTRY OCCURS 100 TIMES.
               10  ARL-RECIPIENT PIC X(8).
               10  ARL-SHELTER PIC X(4).
       01  WS-ARL-COUNT PIC 9(3) VALUE 0.
       01  WS-ARL-IDX PIC 9(3).
       01  WS-ADDRESS-KEY PIC X(4).
       01  WS-DEFAULT-KEY PIC X(4) VALUE '****'.
       01  SHELTER-NAME-TABLE.
           05  SNM-ENTRY OCCURS 50 TIMES.
               10  SNM-CODE PIC X(4).
               10  SNM-NAME PIC X(30).
       01  WS-SNM-COUNT PIC 9(2) VALUE 0.
       01  WS-SNM-IDX PIC 9(2).
       01  WS-ACK-LINE PIC X(80).
       01  WS-SLOT-REJECTS PIC 9(7).
       01  WS-OUTCOME-TEXT PIC X(56).
       01  WS-ACK-TITLE.
           05  FILLER PIC X(38)
               VALUE 'SHELTER FEED ACKNOWLEDGEMENT  SHELTER '.
           05  ATL-SHELTER PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  ATL-NAME PIC X(30).
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-ACK-DATE-LINE.
           05  FILLER PIC X(14) VALUE 'BUSINESS DATE '.
           05  ADL-BUS-DATE PIC X(8).
           05  FILLER PIC X(11) VALUE '  RUN MODE '.
           05  ADL-MODE PIC X(4).
           05  FILLER PIC X(11) VALUE '  PRODUCED '.
           05  ADL-PROD-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ADL-PROD-TIME PIC X(4).
           05  FILLER PIC X(19) VALUE SPACES.
       01  WS-ACK-TO-LINE.
           05  FILLER PIC X(4) VALUE 'TO: '.
           05  ATO-RECIPIENT PIC X(8).
           05  FILLER PIC X(68) VALUE SPACES.
       01  WS-ACK-RECEIPT-LINE.
           05  FILLER PIC X(7) VALUE '  FEED '.
           05  ARC-FEED-DD PIC X(8).
           05  FILLER PIC X(11) VALUE '  RECEIVED '.
           05  ARC-RECEIVED PIC ZZZZZ9.
           05  FILLER PIC X(9) VALUE '  MERGED '.
           05  ARC-MERGED PIC ZZZZZ9.
           05  FILLER PIC X(13) VALUE '  HASH TOTAL '.
           05  ARC-HASH PIC 9(12).
           05  FILLER PIC X(8) VALUE SPACES.
       01  WS-ACK-TOTALS-LINE.
           05  FILLER PIC X(17) VALUE '                 '.
           05  FILLER PIC X(10) VALUE 'FEE TOTAL '.
           05  ATT-FEES PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE '  ADOPTIONS '.
           05  ATT-ADOPTIONS PIC Z,ZZZ,ZZ9.
           05  FILLER PIC X(18) VALUE SPACES.
       01  WS-ACK-OUTCOME-LINE.
           05  FILLER PIC X(17) VALUE '                 '.
           05  FILLER PIC X(7) VALUE 'RESULT '.
           05  AOC-TEXT PIC X(56).
       01  WS-ACK-REJ-HEADER.
           05  FILLER PIC X(40)
               VALUE '  STAGE       BREED                     '.
           05  FILLER PIC X(40)
               VALUE '     PD REASON                          '.
       01  WS-ACK-REJ-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  ARJ-STAGE PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  ARJ-BREED PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ARJ-PERIOD PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ARJ-REASON PIC X(31).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-ACK-SUMMARY-LINE.
           05  FILLER PIC X(12) VALUE 'FEED FILES  '.
           05  ASM-FILES PIC Z9.
           05  FILLER PIC X(12) VALUE '  RECEIVED  '.
           05  ASM-RECEIVED PIC ZZZZZZ9.
           05  FILLER PIC X(10) VALUE '  MERGED  '.
           05  ASM-MERGED PIC ZZZZZZ9.
           05  FILLER PIC X(12) VALUE '  REJECTED  '.
           05  ASM-REJECTED PIC ZZZZZZ9.
           05  FILLER PIC X(11) VALUE SPACES.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'SHELTER FEED ACKNOWLEDGEMENTS      '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(7) VALUE '  MODE '.
           05  RPT-HDR-MODE PIC X(4).
           05  FILLER PIC X(16) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-DD PIC X(8).
           05  FILLER PIC X(9) VALUE ' SHELTER '.
           05  RPT-DET-SHELTER PIC X(8).
           05  FILLER PIC X(7) VALUE ' FEEDS '.
           05  RPT-DET-FEEDS PIC Z9.
           05  FILLER PIC X(9) VALUE ' REJECTS '.
           05  RPT-DET-REJECTS PIC ZZZZZZ9.
           05  FILLER PIC X(4) VALUE ' TO '.
           05  RPT-DET-TO PIC X(12).
           05  FILLER PIC X(14) VALUE SPACES.
       01  WS-RPT-NOTE-LINE PIC X(80).
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           IF PARM-LENGTH >= 7
              AND PARM-TEXT (1:7) = 'RECEIPT'
              MOVE 'Y' TO WS-RECEIPT-ONLY
           END-IF
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-ACK-RULES
           PERFORM LOAD-SHELTER-NAMES
           PERFORM OPEN-ACK-FILES
           PERFORM SCAN-ACK-WORK
           IF WS-RECEIPT-ONLY = 'N'
              PERFORM SCAN-ADOPT-REJECTS
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               MOVE WS-SLOT-IDX TO WS-CUR-SLOT
               PERFORM BUILD-ONE-ACK
           END-PERFORM
           PERFORM WRITE-ACK-CONTROL-REPORT
           CLOSE ACK-01-FILE ACK-02-FILE ACK-03-FILE ACK-04-FILE
                 ACK-05-FILE ACK-RPT-FILE
           DISPLAY 'ZTPSHACK ACKNOWLEDGEMENTS WRITTEN: '
               WS-ACKS-WRITTEN
           DISPLAY 'ZTPSHACK FEED RECEIPTS FOR ' WS-RUN-DATE ': '
               WS-CURRENT-RECEIPTS
           IF WS-STALE-RECORDS > 0
              DISPLAY 'ZTPSHACK ACKWORK RECORDS FROM AN EARLIER '
                  'BUSINESS DATE IGNORED: ' WS-STALE-RECORDS
           END-IF
           IF WS-UNADDRESSED > 0
              DISPLAY 'ZTPSHACK ACKNOWLEDGEMENTS WITH NO DISTCTL '
                  'RECIPIENT: ' WS-UNADDRESSED
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-UNPLACED-SHELTERS > 0
              DISPLAY 'ZTPSHACK SHELTERS NOT ACKNOWLEDGED - MORE '
                  'THAN 5: ' WS-UNPLACED-SHELTERS
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-NO-SHELTER-REJECTS > 0
              DISPLAY 'ZTPSHACK REJECTS WITH NO SHELTER CODE: '
                  WS-NO-SHELTER-REJECTS
           END-IF
           IF WS-CURRENT-RECEIPTS = 0
              DISPLAY 'ZTPSHACK NO FEED RECEIPTS FOR THIS BUSINESS '
                  'DATE - WAS ZTPADMRG RUN?'
              MOVE 4 TO WS-FINAL-RC
           END-IF
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
              END-IF
              CLOSE RUN-CTL-FILE
           END-IF.

       LOAD-ACK-RULES.
           OPEN INPUT DIST-CTL-FILE
           IF DIST-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPSHACK DISTCTL OPEN FAILED, STATUS: '
                  DIST-CTL-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ DIST-CTL-FILE
                  IF DIST-CTL-STATUS = '00'
                     IF DSC-RECIPIENT NOT = SPACES
                        AND DSC-REPORT-DD (1:4) = 'ACK-'
                        AND DSC-REPORT-DD (5:4) NOT = SPACES
                        IF WS-ARL-COUNT < 100
                           ADD 1 TO WS-ARL-COUNT
                           MOVE DSC-RECIPIENT TO
                               ARL-RECIPIENT (WS-ARL-COUNT)
                           MOVE DSC-REPORT-DD (5:4) TO
                               ARL-SHELTER (WS-ARL-COUNT)
                        ELSE
                           DISPLAY 'ZTPSHACK MORE THAN 100 '
                               'ACKNOWLEDGEMENT RULES - SKIPPED: '
                               DIST-CTL-RECORD
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE DIST-CTL-FILE
           END-IF.

       LOAD-SHELTER-NAMES.
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     IF WS-SNM-COUNT < 50
                        ADD 1 TO WS-SNM-COUNT
                        MOVE CTL-SHELTER-CODE TO SNM-CODE (WS-SNM-COUNT)
                        MOVE CTL-SHELTER-NAME TO SNM-NAME (WS-SNM-COUNT)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           ELSE
              DISPLAY 'ZTPSHACK SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS ' - SHELTER NAMES OMITTED'
           END-IF.

       OPEN-ACK-FILES.
           OPEN OUTPUT ACK-01-FILE ACK-02-FILE ACK-03-FILE ACK-04-FILE
                       ACK-05-FILE ACK-RPT-FILE
           IF ACK-01-STATUS NOT = '00' OR ACK-02-STATUS NOT = '00'
              OR ACK-03-STATUS NOT = '00' OR ACK-04-STATUS NOT = '00'
              OR ACK-05-STATUS NOT = '00' OR ACK-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPSHACK OUTPUT OPEN FAILED, STATUS: '
                  ACK-01-STATUS ' ' ACK-02-STATUS ' ' ACK-03-STATUS
                  ' ' ACK-04-STATUS ' ' ACK-05-STATUS ' '
                  ACK-RPT-STATUS
              MOVE 16 TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       SCAN-ACK-WORK.
           OPEN INPUT ACK-WORK-FILE
           IF ACK-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPSHACK ACKWORK NOT AVAILABLE, STATUS: '
                  ACK-WORK-STATUS
           ELSE
              MOVE 'Y' TO WS-ACK-WORK-FOUND
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ACK-WORK-FILE
                  IF ACK-WORK-STATUS = '00'
                     PERFORM NOTE-ACK-WORK-RECORD
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ACK-WORK-FILE
           END-IF.

       NOTE-ACK-WORK-RECORD.
           EVALUATE TRUE
               WHEN ACK-BUSINESS-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-STALE-RECORDS
               WHEN ACK-FEED-RECEIPT
                   ADD 1 TO WS-CURRENT-RECEIPTS
                   MOVE ACK-SHELTER TO WS-FIND-SHELTER
                   MOVE SPACES TO WS-FIND-FEED-DD
                   IF ACK-SHELTER = SPACES
                      MOVE ACK-FEED-DD TO WS-FIND-FEED-DD
                   END-IF
                   PERFORM FIND-ACK-SLOT
                   IF WS-FOUND-SLOT > 0
                      ADD 1 TO SLT-RECEIPTS (WS-FOUND-SLOT)
                      ADD ACK-RECORDS-RECEIVED TO
                          SLT-RECEIVED (WS-FOUND-SLOT)
                      ADD ACK-RECORDS-MERGED TO
                          SLT-MERGED (WS-FOUND-SLOT)
                   END-IF
               WHEN ACK-RELEASE-REJECT AND WS-RECEIPT-ONLY = 'Y'
                   CONTINUE
               WHEN ACK-RELEASE-REJECT
                   IF ACK-SHELTER = SPACES
                      ADD 1 TO WS-NO-SHELTER-REJECTS
                   ELSE
                      MOVE ACK-SHELTER TO WS-FIND-SHELTER
                      MOVE SPACES TO WS-FIND-FEED-DD
                      PERFORM FIND-ACK-SLOT
                      IF WS-FOUND-SLOT > 0
                         ADD 1 TO SLT-RELEASE-REJECTS (WS-FOUND-SLOT)
                      END-IF
                   END-IF
           END-EVALUATE.

       SCAN-ADOPT-REJECTS.
           OPEN INPUT ADOPT-REJ-FILE
           IF ADOPT-REJ-STATUS NOT = '00'
              DISPLAY 'ZTPSHACK ADOPTREJ NOT AVAILABLE, STATUS: '
                  ADOPT-REJ-STATUS ' - NO VALIDATION REJECTS LISTED'
           ELSE
              MOVE 'Y' TO WS-ADOPT-REJ-FOUND
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADOPT-REJ-FILE
                  IF ADOPT-REJ-STATUS = '00'
                     IF REJ-SHELTER = SPACES
                        ADD 1 TO WS-NO-SHELTER-REJECTS
                     ELSE
                        MOVE REJ-SHELTER TO WS-FIND-SHELTER
                        MOVE SPACES TO WS-FIND-FEED-DD
                        PERFORM FIND-ACK-SLOT
                        IF WS-FOUND-SLOT > 0
                           ADD 1 TO
                               SLT-VALIDATE-REJECTS (WS-FOUND-SLOT)
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ADOPT-REJ-FILE
           END-IF.

       FIND-ACK-SLOT.
           MOVE 0 TO WS-FOUND-SLOT
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                      OR WS-FOUND-SLOT > 0
               IF SLT-SHELTER (WS-SLOT-IDX) = WS-FIND-SHELTER
                  AND SLT-FEED-DD (WS-SLOT-IDX) = WS-FIND-FEED-DD
                  MOVE WS-SLOT-IDX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT = 0
              IF WS-SLOT-COUNT < 5
                 ADD 1 TO WS-SLOT-COUNT
                 MOVE WS-SLOT-COUNT TO WS-FOUND-SLOT
                 INITIALIZE SLT-ENTRY (WS-FOUND-SLOT)
                 MOVE WS-FIND-SHELTER TO SLT-SHELTER (WS-FOUND-SLOT)
                 MOVE WS-FIND-FEED-DD TO SLT-FEED-DD (WS-FOUND-SLOT)
                 PERFORM VARYING WS-SNM-IDX FROM 1 BY 1
                         UNTIL WS-SNM-IDX > WS-SNM-COUNT
                     IF SNM-CODE (WS-SNM-IDX) = WS-FIND-SHELTER
                        MOVE SNM-NAME (WS-SNM-IDX) TO
                            SLT-NAME (WS-FOUND-SLOT)
                     END-IF
                 END-PERFORM
                 IF WS-FIND-SHELTER = SPACES
                    MOVE 'SHELTER CODE MISSING FROM FEED' TO
                        SLT-NAME (WS-FOUND-SLOT)
                 END-IF
              ELSE
                 ADD 1 TO WS-UNPLACED-SHELTERS
                 DISPLAY 'ZTPSHACK NO ACKNOWLEDGEMENT FILE LEFT FOR '
                     'SHELTER ' WS-FIND-SHELTER ' ' WS-FIND-FEED-DD
              END-IF
           END-IF.

       BUILD-ONE-ACK.
           MOVE SLT-SHELTER (WS-CUR-SLOT) TO ATL-SHELTER
           IF SLT-SHELTER (WS-CUR-SLOT) = SPACES
              MOVE '????' TO ATL-SHELTER
           END-IF
           MOVE SLT-NAME (WS-CUR-SLOT) TO ATL-NAME
           MOVE WS-ACK-TITLE TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           MOVE WS-RUN-DATE TO ADL-BUS-DATE
           MOVE WS-RUN-MODE TO ADL-MODE
           MOVE WS-START-TS (1:8) TO ADL-PROD-DATE
           MOVE WS-START-TS (9:4) TO ADL-PROD-TIME
           MOVE WS-ACK-DATE-LINE TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           PERFORM WRITE-ACK-ADDRESSES
           MOVE SPACES TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           MOVE 'FEED FILES RECEIVED' TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           IF SLT-RECEIPTS (WS-CUR-SLOT) = 0
              MOVE '  NO FEED FILE WAS RECEIVED FROM THIS SHELTER FOR TH
      -            'IS BUSINESS DATE' TO WS-ACK-LINE
              PERFORM WRITE-ACK-LINE
           ELSE
              PERFORM WRITE-ACK-RECEIPTS
           END-IF
           MOVE SPACES TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           MOVE 'REJECTED RECORDS' TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           COMPUTE WS-SLOT-REJECTS = SLT-RELEASE-REJECTS (WS-CUR-SLOT)
               + SLT-VALIDATE-REJECTS (WS-CUR-SLOT)
           EVALUATE TRUE
               WHEN WS-RECEIPT-ONLY = 'Y'
                   MOVE '  RECEIPT ONLY - ANY REJECTED RECORDS FOLLOW IN
      -                 ' TONIGHT''S ACKNOWLEDGEMENT' TO WS-ACK-LINE
                   PERFORM WRITE-ACK-LINE
               WHEN WS-SLOT-REJECTS = 0
                   MOVE '  NONE - NO RECORD FROM THIS SHELTER WAS REJECT
      -                 'ED' TO WS-ACK-LINE
                   PERFORM WRITE-ACK-LINE
               WHEN OTHER
                   MOVE WS-ACK-REJ-HEADER TO WS-ACK-LINE
                   PERFORM WRITE-ACK-LINE
                   PERFORM WRITE-ACK-RELEASE-REJECTS
                   PERFORM WRITE-ACK-VALIDATE-REJECTS
           END-EVALUATE
           MOVE SPACES TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           MOVE SLT-RECEIPTS (WS-CUR-SLOT) TO ASM-FILES
           MOVE SLT-RECEIVED (WS-CUR-SLOT) TO ASM-RECEIVED
           MOVE SLT-MERGED (WS-CUR-SLOT) TO ASM-MERGED
           MOVE WS-SLOT-REJECTS TO ASM-REJECTED
           MOVE WS-ACK-SUMMARY-LINE TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           IF WS-SLOT-REJECTS > 0
              MOVE 'PLEASE CORRECT THE REJECTED RECORDS AND SEND THEM AG
      -            'AIN IN YOUR NEXT FEED FILE.' TO WS-ACK-LINE
              PERFORM WRITE-ACK-LINE
           END-IF
           MOVE 'END OF ACKNOWLEDGEMENT' TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           ADD 1 TO WS-ACKS-WRITTEN.

       WRITE-ACK-ADDRESSES.
           MOVE 0 TO SLT-RECIPIENTS (WS-CUR-SLOT)
           MOVE SLT-SHELTER (WS-CUR-SLOT) TO WS-ADDRESS-KEY
           IF WS-ADDRESS-KEY NOT = SPACES
              PERFORM WRITE-ACK-RECIPIENTS
           END-IF
           IF SLT-RECIPIENTS (WS-CUR-SLOT) = 0
              MOVE WS-DEFAULT-KEY TO WS-ADDRESS-KEY
              PERFORM WRITE-ACK-RECIPIENTS
           END-IF
           IF SLT-RECIPIENTS (WS-CUR-SLOT) = 0
              ADD 1 TO WS-UNADDRESSED
              MOVE 'TO: UNADDRESSED - NO DISTCTL RECIPIENT FOR THIS SHEL
      -            'TER' TO WS-ACK-LINE
              PERFORM WRITE-ACK-LINE
           END-IF.

       WRITE-ACK-RECIPIENTS.
           PERFORM VARYING WS-ARL-IDX FROM 1 BY 1
                   UNTIL WS-ARL-IDX > WS-ARL-COUNT
               IF ARL-SHELTER (WS-ARL-IDX) = WS-ADDRESS-KEY
                  ADD 1 TO SLT-RECIPIENTS (WS-CUR-SLOT)
                  MOVE ARL-RECIPIENT (WS-ARL-IDX) TO ATO-RECIPIENT
                  MOVE WS-ACK-TO-LINE TO WS-ACK-LINE
                  PERFORM WRITE-ACK-LINE
               END-IF
           END-PERFORM.

       WRITE-ACK-RECEIPTS.
           OPEN INPUT ACK-WORK-FILE
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ACK-WORK-FILE
               IF ACK-WORK-STATUS = '00'
                  IF ACK-FEED-RECEIPT
                     AND ACK-BUSINESS-DATE = WS-RUN-DATE
                     AND ACK-SHELTER = SLT-SHELTER (WS-CUR-SLOT)
                     AND (ACK-SHELTER NOT = SPACES
                          OR ACK-FEED-DD = SLT-FEED-DD (WS-CUR-SLOT))
                     PERFORM WRITE-ONE-RECEIPT
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE ACK-WORK-FILE.

       WRITE-ONE-RECEIPT.
           MOVE ACK-FEED-DD TO ARC-FEED-DD
           MOVE ACK-RECORDS-RECEIVED TO ARC-RECEIVED
           MOVE ACK-RECORDS-MERGED TO ARC-MERGED
           MOVE ACK-HASH-TOTAL TO ARC-HASH
           MOVE WS-ACK-RECEIPT-LINE TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           MOVE ACK-FEE-TOTAL TO ATT-FEES
           MOVE ACK-ADOPTION-TOTAL TO ATT-ADOPTIONS
           MOVE WS-ACK-TOTALS-LINE TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE
           EVALUATE ACK-OUTCOME
               WHEN 'MERGED'
                   MOVE 'ACCEPTED' TO WS-OUTCOME-TEXT
               WHEN 'FOREIGN RECORDS'
                   MOVE 'ACCEPTED - SOME RECORDS CARRY ANOTHER SHELTER C
      -                 'ODE' TO WS-OUTCOME-TEXT
               WHEN 'STALE-RESEND'
                   MOVE 'ACCEPTED - FILE IS IDENTICAL TO YOUR PREVIOUS F
      -                 'ILE' TO WS-OUTCOME-TEXT
               WHEN 'DUPLICATE-SKIP'
                   MOVE 'NOT MERGED - SECOND FILE FROM THIS SHELTER THIS
      -                 ' CYCLE' TO WS-OUTCOME-TEXT
               WHEN 'UNATTRIBUTED-SKIP'
                   MOVE 'NOT MERGED - NO SHELTER CODE ON ANY RECORD'
                       TO WS-OUTCOME-TEXT
               WHEN 'VOLUME-HOLD'
                   MOVE 'HELD - VOLUME OUTSIDE THE NORMAL RANGE, UNDER R
      -                 'EVIEW' TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE ACK-OUTCOME TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE WS-OUTCOME-TEXT TO AOC-TEXT
           MOVE WS-ACK-OUTCOME-LINE TO WS-ACK-LINE
           PERFORM WRITE-ACK-LINE.

       WRITE-ACK-RELEASE-REJECTS.
           IF SLT-RELEASE-REJECTS (WS-CUR-SLOT) > 0
              OPEN INPUT ACK-WORK-FILE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ACK-WORK-FILE
                  IF ACK-WORK-STATUS = '00'
                     IF ACK-RELEASE-REJECT
                        AND ACK-BUSINESS-DATE = WS-RUN-DATE
                        AND ACK-SHELTER = SLT-SHELTER (WS-CUR-SLOT)
                        MOVE 'RELEASE' TO ARJ-STAGE
                        MOVE ACK-REJ-BREED TO ARJ-BREED
                        MOVE ACK-REJ-PERIOD TO ARJ-PERIOD
                        MOVE ACK-REJ-REASON TO ARJ-REASON
                        MOVE WS-ACK-REJ-LINE TO WS-ACK-LINE
                        PERFORM WRITE-ACK-LINE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ACK-WORK-FILE
           END-IF.

       WRITE-ACK-VALIDATE-REJECTS.
           IF SLT-VALIDATE-REJECTS (WS-CUR-SLOT) > 0
              OPEN INPUT ADOPT-REJ-FILE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADOPT-REJ-FILE
                  IF ADOPT-REJ-STATUS = '00'
                     IF REJ-SHELTER = SLT-SHELTER (WS-CUR-SLOT)
                        MOVE 'VALIDATION' TO ARJ-STAGE
                        MOVE REJ-BREED TO ARJ-BREED
                        MOVE REJ-PERIOD TO ARJ-PERIOD
                        MOVE REJ-REASON TO ARJ-REASON
                        MOVE WS-ACK-REJ-LINE TO WS-ACK-LINE
                        PERFORM WRITE-ACK-LINE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ADOPT-REJ-FILE
           END-IF.

       WRITE-ACK-LINE.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   MOVE WS-ACK-LINE TO ACK-01-RECORD
                   WRITE ACK-01-RECORD
               WHEN 2
                   MOVE WS-ACK-LINE TO ACK-02-RECORD
                   WRITE ACK-02-RECORD
               WHEN 3
                   MOVE WS-ACK-LINE TO ACK-03-RECORD
                   WRITE ACK-03-RECORD
               WHEN 4
                   MOVE WS-ACK-LINE TO ACK-04-RECORD
                   WRITE ACK-04-RECORD
               WHEN 5
                   MOVE WS-ACK-LINE TO ACK-05-RECORD
                   WRITE ACK-05-RECORD
           END-EVALUATE.

       WRITE-ACK-CONTROL-REPORT.
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-MODE
           WRITE ACK-RPT-RECORD FROM WS-RPT-HEADER
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               MOVE SPACES TO RPT-DET-DD
               STRING 'ACKSH0' WS-SLOT-IDX DELIMITED BY SIZE
                   INTO RPT-DET-DD
               MOVE SLT-SHELTER (WS-SLOT-IDX) TO RPT-DET-SHELTER
               IF SLT-SHELTER (WS-SLOT-IDX) = SPACES
                  MOVE SLT-FEED-DD (WS-SLOT-IDX) TO RPT-DET-SHELTER
               END-IF
               MOVE SLT-RECEIPTS (WS-SLOT-IDX) TO RPT-DET-FEEDS
               COMPUTE WS-SLOT-REJECTS =
                   SLT-RELEASE-REJECTS (WS-SLOT-IDX)
                   + SLT-VALIDATE-REJECTS (WS-SLOT-IDX)
               MOVE WS-SLOT-REJECTS TO RPT-DET-REJECTS
               IF SLT-RECIPIENTS (WS-SLOT-IDX) = 0
                  MOVE 'UNADDRESSED' TO RPT-DET-TO
               ELSE
                  MOVE SPACES TO RPT-DET-TO
                  MOVE SLT-RECIPIENTS (WS-SLOT-IDX) TO
                      RPT-DET-TO (1:2)
                  MOVE ' RECIPIENT' TO RPT-DET-TO (3:10)
               END-IF
               WRITE ACK-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           IF WS-SLOT-COUNT = 0
              MOVE 'NO SHELTER ACTIVITY TO ACKNOWLEDGE FOR THIS BUSINESS
      -            ' DATE' TO WS-RPT-NOTE-LINE
              WRITE ACK-RPT-RECORD FROM WS-RPT-NOTE-LINE
           END-IF
           IF WS-UNPLACED-SHELTERS > 0
              MOVE SPACES TO WS-RPT-NOTE-LINE
              STRING 'SHELTERS NOT ACKNOWLEDGED (MORE THAN 5 ACTIVE): '
                  WS-UNPLACED-SHELTERS DELIMITED BY SIZE
                  INTO WS-RPT-NOTE-LINE
              WRITE ACK-RPT-RECORD FROM WS-RPT-NOTE-LINE
           END-IF
           IF WS-NO-SHELTER-REJECTS > 0
              MOVE SPACES TO WS-RPT-NOTE-LINE
              STRING 'REJECTS WITH NO SHELTER CODE (SEE ADOPTREJ): '
                  WS-NO-SHELTER-REJECTS DELIMITED BY SIZE
                  INTO WS-RPT-NOTE-LINE
              WRITE ACK-RPT-RECORD FROM WS-RPT-NOTE-LINE
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPSHACK' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-ACKS-WRITTEN TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSHACK' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPSHACK.
