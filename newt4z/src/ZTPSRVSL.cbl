       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSRVSL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT SURVEY-CTL-FILE ASSIGN SRVCTL
           FILE STATUS IS SURVEY-CTL-STATUS.
           SELECT OPTOUT-FILE ASSIGN OPTOUT
           FILE STATUS IS OPTOUT-STATUS.
           SELECT SURVEY-REG-FILE ASSIGN SRVREG
           FILE STATUS IS SURVEY-REG-STATUS.
           SELECT SURVEY-EXT-FILE ASSIGN SRVEXT
           FILE STATUS IS SURVEY-EXT-STATUS.
           SELECT SURVEY-LTR-FILE ASSIGN SRVLTR
           FILE STATUS IS SURVEY-LTR-STATUS.
           SELECT SURVEY-RPT-FILE ASSIGN SRVSLRPT
           FILE STATUS IS SURVEY-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  SURVEY-CTL-FILE RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.
       01  SURVEY-CTL-RECORD.
           05  CTL-SRV-LOW-DAYS PIC 9(4).
           05  CTL-SRV-HIGH-DAYS PIC 9(4).
       FD  OPTOUT-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD.
           05  OPT-CUST-NUMBER PIC X(8).
           05  OPT-CUST-NAME PIC X(20).
       FD  SURVEY-REG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPSRGCP.
       FD  SURVEY-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  SURVEY-EXT-RECORD.
           05  SXT-CUST-NUMBER PIC X(8).
           05  SXT-CUST-NAME PIC X(20).
           05  SXT-CUST-STREET PIC X(20).
           05  SXT-CUST-CITY PIC X(15).
           05  SXT-CUST-STATE PIC X(2).
           05  SXT-CUST-POSTAL PIC X(10).
       FD  SURVEY-LTR-FILE RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  SURVEY-LTR-RECORD.
           05  SLT-CUST-NUMBER PIC X(8).
           05  SLT-SURVEY-ID PIC X(10).
           05  SLT-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(2).
       FD  SURVEY-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SURVEY-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ADOPT-MST-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  SURVEY-CTL-STATUS PIC X(2).
       01  OPTOUT-STATUS PIC X(2).
       01  SURVEY-REG-STATUS PIC X(2).
       01  SURVEY-EXT-STATUS PIC X(2).
       01  SURVEY-LTR-STATUS PIC X(2).
       01  SURVEY-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-IN-WINDOW PIC 9(6) VALUE 0.
       01  WS-SURVEYS-ISSUED PIC 9(6) VALUE 0.
       01  WS-SURVEYS-REISSUED PIC 9(6) VALUE 0.
       01  WS-ALREADY-SURVEYED PIC 9(6) VALUE 0.
       01  WS-RETURNED-SKIPPED PIC 9(6) VALUE 0.
       01  WS-OPTED-OUT PIC 9(6) VALUE 0.
       01  WS-HOUSEHOLD-SKIPPED PIC 9(6) VALUE 0.
       01  WS-CUST-NOT-FOUND PIC 9(6) VALUE 0.
       01  WS-TABLE-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-REG-READ PIC 9(6) VALUE 0.
       01  WS-SRV-LOW-DAYS PIC S9(9) COMP VALUE 30.
       01  WS-SRV-HIGH-DAYS PIC S9(9) COMP VALUE 36.
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-ADOPT-DATE-INT PIC 9(8).
       01  WS-ISSUE-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-DAYS-SINCE PIC S9(9) COMP.
       01  WS-CUST-FOUND PIC X(1).
       01  WS-CUST-NAME PIC X(20).
       01  WS-CUST-STREET PIC X(20).
       01  WS-CUST-CITY PIC X(15).
       01  WS-CUST-STATE PIC X(2).
       01  WS-CUST-POSTAL PIC X(10).
       01  WS-EXT-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-EXT-RECORDS PIC 9(6) VALUE 0.
       01  WS-HASH-WORK PIC 9(12).
       01  WS-HASH-NAME PIC X(20).
       01  WS-BYTE-IDX PIC 9(4).
       01  OPTOUT-TABLE.
           05  OPT-ENTRY OCCURS 2000 TIMES.
               10  OPT-TBL-NUMBER PIC X(8).
               10  OPT-TBL-NAME PIC X(20).
       01  WS-OPTOUT-COUNT PIC 9(4) VALUE 0.
       01  WS-OPTOUT-IDX PIC 9(4).
       01  WS-OPTOUT-MATCH PIC X(1).
      * REGISTER ENTRIES ISSUED RECENTLY ENOUGH THAT THEIR ADOPTION
      * COULD STILL BE IN THE SURVEY WINDOW, SO IT IS NOT SURVEYED
      * TWICE. AN ENTRY ISSUED ON THE RUN DATE ITSELF IS A RERUN OF
      * THE DAY AND IS CUT AGAIN UNDER ITS ORIGINAL SURVEY ID.
       01  RECENT-SURVEY-TABLE.
           05  RSV-ENTRY OCCURS 5000 TIMES.
               10  RSV-ANIMAL-ID PIC X(10).
               10  RSV-ADOPT-DATE PIC X(8).
               10  RSV-ISSUE-DATE PIC X(8).
               10  RSV-SURVEY-ID PIC X(10).
       01  WS-RSV-COUNT PIC 9(4) VALUE 0.
       01  WS-RSV-IDX PIC 9(4).
       01  WS-RSV-MATCH PIC 9(4).
      * HOUSEHOLDS (STREET/CITY/POSTAL) ALREADY SENT A SURVEY THIS
      * RUN - ONE SURVEY PER HOUSEHOLD, AS ZTPQHELO GROUPS THEM.
       01  SURVEY-HOUSEHOLD-TABLE.
           05  SHH-ENTRY OCCURS 2000 TIMES.
               10  SHH-STREET PIC X(20).
               10  SHH-CITY PIC X(15).
               10  SHH-POSTAL PIC X(10).
       01  WS-SHH-COUNT PIC 9(4) VALUE 0.
       01  WS-SHH-IDX PIC 9(4).
       01  WS-SHH-MATCH PIC X(1).
       01  WS-SURVEY-SEQ PIC 9(4) VALUE 0.
       01  WS-SURVEY-ID.
           05  WS-SURVEY-ID-DATE PIC X(6).
           05  WS-SURVEY-ID-SEQ PIC 9(4).
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'ADOPTER SURVEY SELECTION  RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-WINDOW-LINE.
           05  FILLER PIC X(24) VALUE 'SURVEY WINDOW: ADOPTED '.
           05  RPT-WIN-LOW PIC ZZZ9.
           05  FILLER PIC X(4) VALUE ' TO '.
           05  RPT-WIN-HIGH PIC ZZZ9.
           05  FILLER PIC X(10) VALUE ' DAYS AGO'.
           05  FILLER PIC X(34) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SURVEY ID  CUSTOMER ANIMAL ID  ADOPTED  '.
           05  FILLER PIC X(40)
               VALUE 'SHEL BREED                          NOTE'.
       01  WS-RPT-DETAIL-LINE.
           05  RPT-DET-SURVEY-ID PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ADOPT-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-BREED PIC X(30).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NOTE PIC X(4).
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-SURVEY-CONTROL
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           MOVE WS-RUN-DATE (3:6) TO WS-SURVEY-ID-DATE
           OPEN OUTPUT SURVEY-RPT-FILE
           IF SURVEY-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPSRVSL SRVSLRPT OPEN FAILED, STATUS: '
                  SURVEY-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE SURVEY-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE WS-SRV-LOW-DAYS TO RPT-WIN-LOW
           MOVE WS-SRV-HIGH-DAYS TO RPT-WIN-HIGH
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-WINDOW-LINE
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM LOAD-OPTOUT-TABLE
           PERFORM LOAD-SURVEY-REGISTER
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPSRVSL ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SURVEY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT KSDS-FILE
           IF KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPSRVSL TESTKSDS OPEN FAILED, STATUS: '
                  KSDS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ADOPT-MST-FILE
              CLOSE SURVEY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT SURVEY-EXT-FILE
           OPEN OUTPUT SURVEY-LTR-FILE
           IF SURVEY-EXT-STATUS NOT = '00'
              OR SURVEY-LTR-STATUS NOT = '00'
              DISPLAY 'ZTPSRVSL EXTRACT OPEN FAILED, SRVEXT: '
                  SURVEY-EXT-STATUS ' SRVLTR: ' SURVEY-LTR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ADOPT-MST-FILE
              CLOSE KSDS-FILE
              CLOSE SURVEY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE NOT = 'TEST'
              OPEN EXTEND SURVEY-REG-FILE
              IF SURVEY-REG-STATUS NOT = '00'
                 OPEN OUTPUT SURVEY-REG-FILE
              END-IF
              IF SURVEY-REG-STATUS NOT = '00'
                 DISPLAY 'ZTPSRVSL SRVREG OPEN FAILED, STATUS: '
                     SURVEY-REG-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE ADOPT-MST-FILE
                 CLOSE KSDS-FILE
                 CLOSE SURVEY-EXT-FILE
                 CLOSE SURVEY-LTR-FILE
                 CLOSE SURVEY-RPT-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF
           PERFORM WRITE-EXT-ENVELOPE-HEADER
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE
               IF ADOPT-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM SELECT-ONE-ADOPTION
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           PERFORM WRITE-EXT-ENVELOPE-TRAILER
           CLOSE ADOPT-MST-FILE
           CLOSE KSDS-FILE
           CLOSE SURVEY-EXT-FILE
           CLOSE SURVEY-LTR-FILE
           IF WS-RUN-MODE NOT = 'TEST'
              CLOSE SURVEY-REG-FILE
           END-IF
           PERFORM WRITE-RUN-COUNTS
           CLOSE SURVEY-RPT-FILE
           DISPLAY 'ZTPSRVSL DETAIL RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPSRVSL SURVEYS ISSUED: ' WS-SURVEYS-ISSUED
               ' REISSUED: ' WS-SURVEYS-REISSUED
           DISPLAY 'ZTPSRVSL ALREADY SURVEYED: ' WS-ALREADY-SURVEYED
               ' RETURNED: ' WS-RETURNED-SKIPPED
               ' OPTED OUT: ' WS-OPTED-OUT
               ' SAME HOUSEHOLD: ' WS-HOUSEHOLD-SKIPPED
           DISPLAY 'ZTPSRVSL ADOPTERS NOT ON TESTKSDS: '
               WS-CUST-NOT-FOUND
           IF WS-TABLE-OVERFLOW > 0
              DISPLAY 'ZTPSRVSL TABLE FULL, ADOPTIONS NOT SURVEYED: '
                  WS-TABLE-OVERFLOW
           END-IF
           IF WS-CUST-NOT-FOUND > 0
              OR WS-TABLE-OVERFLOW > 0
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

       LOAD-SURVEY-CONTROL.
           OPEN INPUT SURVEY-CTL-FILE
           IF SURVEY-CTL-STATUS = '00'
              READ SURVEY-CTL-FILE
              IF SURVEY-CTL-STATUS = '00'
                 IF CTL-SRV-LOW-DAYS IS NUMERIC
                    AND CTL-SRV-LOW-DAYS > 0
                    MOVE CTL-SRV-LOW-DAYS TO WS-SRV-LOW-DAYS
                 END-IF
                 IF CTL-SRV-HIGH-DAYS IS NUMERIC
                    AND CTL-SRV-HIGH-DAYS > 0
                    MOVE CTL-SRV-HIGH-DAYS TO WS-SRV-HIGH-DAYS
                 END-IF
              END-IF
              CLOSE SURVEY-CTL-FILE
           END-IF
           IF WS-SRV-HIGH-DAYS < WS-SRV-LOW-DAYS
              MOVE WS-SRV-LOW-DAYS TO WS-SRV-HIGH-DAYS
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPSRVSL' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSRVSL' TO VER-PROGRAM-ID
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

       LOAD-OPTOUT-TABLE.
           OPEN INPUT OPTOUT-FILE
           IF OPTOUT-STATUS = '00'
              PERFORM UNTIL OPTOUT-STATUS NOT = '00'
                      OR WS-OPTOUT-COUNT = 2000
                  READ OPTOUT-FILE
                  IF OPTOUT-STATUS = '00'
                     AND OPTOUT-RECORD NOT = SPACES
                     ADD 1 TO WS-OPTOUT-COUNT
                     MOVE OPT-CUST-NUMBER TO
                         OPT-TBL-NUMBER (WS-OPTOUT-COUNT)
                     MOVE FUNCTION UPPER-CASE(OPT-CUST-NAME) TO
                         OPT-TBL-NAME (WS-OPTOUT-COUNT)
                  END-IF
              END-PERFORM
              CLOSE OPTOUT-FILE
           END-IF.

       LOAD-SURVEY-REGISTER.
           OPEN INPUT SURVEY-REG-FILE
           IF SURVEY-REG-STATUS = '00'
              PERFORM UNTIL SURVEY-REG-STATUS NOT = '00'
                  READ SURVEY-REG-FILE
                  IF SURVEY-REG-STATUS = '00'
                     AND SRG-SURVEY-ID NOT = SPACES
                     ADD 1 TO WS-REG-READ
                     PERFORM KEEP-RECENT-SURVEY
                  END-IF
              END-PERFORM
              CLOSE SURVEY-REG-FILE
           END-IF
           DISPLAY 'ZTPSRVSL REGISTER ENTRIES READ: ' WS-REG-READ
               ' RECENT: ' WS-RSV-COUNT.

       KEEP-RECENT-SURVEY.
           IF SRG-SURVEY-ID (1:6) = WS-SURVEY-ID-DATE
              AND SRG-SURVEY-ID (7:4) IS NUMERIC
              AND SRG-SURVEY-ID (7:4) > WS-SURVEY-SEQ
              MOVE SRG-SURVEY-ID (7:4) TO WS-SURVEY-SEQ
           END-IF
           IF SRG-ISSUE-DATE IS NUMERIC
              MOVE SRG-ISSUE-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-ISSUE-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              IF WS-ISSUE-DATE-INT + WS-SRV-HIGH-DAYS >=
                 WS-RUN-DATE-INT
                 IF WS-RSV-COUNT < 5000
                    ADD 1 TO WS-RSV-COUNT
                    MOVE SRG-ANIMAL-ID TO RSV-ANIMAL-ID (WS-RSV-COUNT)
                    MOVE SRG-ADOPT-DATE TO
                        RSV-ADOPT-DATE (WS-RSV-COUNT)
                    MOVE SRG-ISSUE-DATE TO
                        RSV-ISSUE-DATE (WS-RSV-COUNT)
                    MOVE SRG-SURVEY-ID TO RSV-SURVEY-ID (WS-RSV-COUNT)
                 ELSE
                    DISPLAY 'ZTPSRVSL RECENT SURVEY TABLE FULL, '
                        'SURVEY ' SRG-SURVEY-ID ' NOT HELD'
                 END-IF
              END-IF
           END-IF.

       SELECT-ONE-ADOPTION.
           IF ADM-ADOPT-DATE IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE ADM-ADOPT-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-ADOPT-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              COMPUTE WS-DAYS-SINCE =
                  WS-RUN-DATE-INT - WS-ADOPT-DATE-INT
              IF WS-DAYS-SINCE >= WS-SRV-LOW-DAYS
                 AND WS-DAYS-SINCE <= WS-SRV-HIGH-DAYS
                 ADD 1 TO WS-IN-WINDOW
                 PERFORM SURVEY-ONE-ADOPTION
              END-IF
           END-IF.

       SURVEY-ONE-ADOPTION.
           PERFORM FIND-RECENT-SURVEY
           IF WS-RSV-MATCH > 0
              IF RSV-ISSUE-DATE (WS-RSV-MATCH) = WS-RUN-DATE
                 PERFORM LOOKUP-ADOPTER
                 IF WS-CUST-FOUND = 'Y'
                    MOVE RSV-SURVEY-ID (WS-RSV-MATCH) TO WS-SURVEY-ID
                    PERFORM CHECK-SURVEY-HOUSEHOLD
                    IF WS-SHH-MATCH = 'N'
                       AND WS-SHH-COUNT < 2000
                       PERFORM ADD-SURVEY-HOUSEHOLD
                    END-IF
                    PERFORM WRITE-SURVEY-LETTER
                    ADD 1 TO WS-SURVEYS-REISSUED
                    MOVE 'RERN' TO RPT-DET-NOTE
                    PERFORM WRITE-DETAIL-LINE
                 END-IF
              ELSE
                 ADD 1 TO WS-ALREADY-SURVEYED
              END-IF
           ELSE
              IF ADM-REFUND-DATE NOT = SPACES
                 ADD 1 TO WS-RETURNED-SKIPPED
              ELSE
                 PERFORM LOOKUP-ADOPTER
                 IF WS-CUST-FOUND = 'Y'
                    PERFORM CHECK-OPTOUT-LIST
                    IF WS-OPTOUT-MATCH = 'Y'
                       ADD 1 TO WS-OPTED-OUT
                    ELSE
                       PERFORM CHECK-SURVEY-HOUSEHOLD
                       IF WS-SHH-MATCH = 'Y'
                          ADD 1 TO WS-HOUSEHOLD-SKIPPED
                       ELSE
                          PERFORM ISSUE-NEW-SURVEY
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FIND-RECENT-SURVEY.
           MOVE 0 TO WS-RSV-MATCH
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > WS-RSV-COUNT
               IF RSV-ANIMAL-ID (WS-RSV-IDX) = ADM-ANIMAL-ID
                  AND RSV-ADOPT-DATE (WS-RSV-IDX) = ADM-ADOPT-DATE
                  MOVE WS-RSV-IDX TO WS-RSV-MATCH
                  MOVE WS-RSV-COUNT TO WS-RSV-IDX
               END-IF
           END-PERFORM.

       LOOKUP-ADOPTER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-STREET
           MOVE SPACES TO WS-CUST-CITY
           MOVE SPACES TO WS-CUST-STATE
           MOVE SPACES TO WS-CUST-POSTAL
           MOVE ADM-CUSTOMER-ID TO KSDS-KEY
           READ KSDS-FILE
               INVALID KEY
                   ADD 1 TO WS-CUST-NOT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   MOVE KSDS-TEXT (1:20) TO WS-CUST-NAME
                   MOVE KSDS-TEXT (21:20) TO WS-CUST-STREET
                   MOVE KSDS-TEXT (41:15) TO WS-CUST-CITY
                   MOVE KSDS-TEXT (56:2) TO WS-CUST-STATE
                   MOVE KSDS-TEXT (58:10) TO WS-CUST-POSTAL
           END-READ.

       CHECK-OPTOUT-LIST.
           MOVE 'N' TO WS-OPTOUT-MATCH
           PERFORM VARYING WS-OPTOUT-IDX FROM 1 BY 1
                   UNTIL WS-OPTOUT-IDX > WS-OPTOUT-COUNT
               IF (OPT-TBL-NUMBER (WS-OPTOUT-IDX) NOT = SPACES
                   AND OPT-TBL-NUMBER (WS-OPTOUT-IDX) =
                       ADM-CUSTOMER-ID)
                  OR (OPT-TBL-NAME (WS-OPTOUT-IDX) NOT = SPACES
                      AND OPT-TBL-NAME (WS-OPTOUT-IDX) =
                          FUNCTION UPPER-CASE(WS-CUST-NAME))
                  MOVE 'Y' TO WS-OPTOUT-MATCH
                  MOVE WS-OPTOUT-COUNT TO WS-OPTOUT-IDX
               END-IF
           END-PERFORM.

       CHECK-SURVEY-HOUSEHOLD.
           MOVE 'N' TO WS-SHH-MATCH
           PERFORM VARYING WS-SHH-IDX FROM 1 BY 1
                   UNTIL WS-SHH-IDX > WS-SHH-COUNT
               IF SHH-STREET (WS-SHH-IDX) = WS-CUST-STREET
                  AND SHH-CITY (WS-SHH-IDX) = WS-CUST-CITY
                  AND SHH-POSTAL (WS-SHH-IDX) = WS-CUST-POSTAL
                  MOVE 'Y' TO WS-SHH-MATCH
                  MOVE WS-SHH-COUNT TO WS-SHH-IDX
               END-IF
           END-PERFORM.

       ISSUE-NEW-SURVEY.
           IF WS-SHH-COUNT = 2000
              OR WS-SURVEY-SEQ = 9999
              ADD 1 TO WS-TABLE-OVERFLOW
           ELSE
              PERFORM ADD-SURVEY-HOUSEHOLD
              ADD 1 TO WS-SURVEY-SEQ
              MOVE WS-SURVEY-SEQ TO WS-SURVEY-ID-SEQ
              PERFORM WRITE-SURVEY-LETTER
              IF WS-RUN-MODE NOT = 'TEST'
                 MOVE SPACES TO SURVEY-REG-RECORD
                 MOVE WS-SURVEY-ID TO SRG-SURVEY-ID
                 MOVE WS-RUN-DATE TO SRG-ISSUE-DATE
                 MOVE ADM-CUSTOMER-ID TO SRG-CUST-NUMBER
                 MOVE ADM-ANIMAL-ID TO SRG-ANIMAL-ID
                 MOVE ADM-ADOPT-DATE TO SRG-ADOPT-DATE
                 MOVE ADM-BREED TO SRG-BREED
                 MOVE ADM-SHELTER TO SRG-SHELTER
                 MOVE ADM-SPECIES TO SRG-SPECIES
                 WRITE SURVEY-REG-RECORD
              END-IF
              ADD 1 TO WS-SURVEYS-ISSUED
              MOVE SPACES TO RPT-DET-NOTE
              PERFORM WRITE-DETAIL-LINE
           END-IF.

       ADD-SURVEY-HOUSEHOLD.
           ADD 1 TO WS-SHH-COUNT
           MOVE WS-CUST-STREET TO SHH-STREET (WS-SHH-COUNT)
           MOVE WS-CUST-CITY TO SHH-CITY (WS-SHH-COUNT)
           MOVE WS-CUST-POSTAL TO SHH-POSTAL (WS-SHH-COUNT).

       WRITE-SURVEY-LETTER.
           MOVE ADM-CUSTOMER-ID TO SXT-CUST-NUMBER
           MOVE WS-CUST-NAME TO SXT-CUST-NAME
           MOVE WS-CUST-STREET TO SXT-CUST-STREET
           MOVE WS-CUST-CITY TO SXT-CUST-CITY
           MOVE WS-CUST-STATE TO SXT-CUST-STATE
           MOVE WS-CUST-POSTAL TO SXT-CUST-POSTAL
           WRITE SURVEY-EXT-RECORD
           ADD 1 TO WS-EXT-RECORDS
           MOVE WS-CUST-NAME TO WS-HASH-NAME
           MOVE WS-EXT-HASH-TOTAL TO WS-HASH-WORK
           PERFORM ADD-NAME-TO-HASH
           MOVE WS-HASH-WORK TO WS-EXT-HASH-TOTAL
           MOVE SPACES TO SURVEY-LTR-RECORD
           MOVE ADM-CUSTOMER-ID TO SLT-CUST-NUMBER
           MOVE WS-SURVEY-ID TO SLT-SURVEY-ID
           MOVE ADM-ANIMAL-ID TO SLT-ANIMAL-ID
           WRITE SURVEY-LTR-RECORD.

       WRITE-DETAIL-LINE.
           MOVE WS-SURVEY-ID TO RPT-DET-SURVEY-ID
           MOVE ADM-CUSTOMER-ID TO RPT-DET-CUSTOMER
           MOVE ADM-ANIMAL-ID TO RPT-DET-ANIMAL-ID
           MOVE ADM-ADOPT-DATE TO RPT-DET-ADOPT-DATE
           MOVE ADM-SHELTER TO RPT-DET-SHELTER
           MOVE ADM-BREED TO RPT-DET-BREED
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-DETAIL-LINE.

       ADD-NAME-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK +
                   FUNCTION ORD(WS-HASH-NAME (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-EXT-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPSRVSL' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE ENVELOPE-HEADER-RECORD TO SURVEY-EXT-RECORD
           WRITE SURVEY-EXT-RECORD.

       WRITE-EXT-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-EXT-RECORDS TO ENV-TRL-RECORD-COUNT
           MOVE WS-EXT-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE ENVELOPE-TRAILER-RECORD TO SURVEY-EXT-RECORD
           WRITE SURVEY-EXT-RECORD.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           MOVE 'DETAIL MASTER RECORDS READ' TO RPT-CNT-LABEL
           MOVE WS-RECORDS-READ TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTIONS IN SURVEY WINDOW' TO RPT-CNT-LABEL
           MOVE WS-IN-WINDOW TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  SURVEYS ISSUED' TO RPT-CNT-LABEL
           MOVE WS-SURVEYS-ISSUED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  REISSUED ON RERUN (RERN)' TO RPT-CNT-LABEL
           MOVE WS-SURVEYS-REISSUED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  ALREADY SURVEYED' TO RPT-CNT-LABEL
           MOVE WS-ALREADY-SURVEYED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  ANIMAL ALREADY RETURNED' TO RPT-CNT-LABEL
           MOVE WS-RETURNED-SKIPPED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  ADOPTER OPTED OUT' TO RPT-CNT-LABEL
           MOVE WS-OPTED-OUT TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  HOUSEHOLD ALREADY SURVEYED' TO RPT-CNT-LABEL
           MOVE WS-HOUSEHOLD-SKIPPED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  NOT ON TESTKSDS' TO RPT-CNT-LABEL
           MOVE WS-CUST-NOT-FOUND TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  TABLE FULL, NOT SURVEYED' TO RPT-CNT-LABEL
           MOVE WS-TABLE-OVERFLOW TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE.
       END PROGRAM ZTPSRVSL.
