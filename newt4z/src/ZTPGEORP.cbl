       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPGEORP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT CUST-STD-FILE ASSIGN CUSTSTD
           FILE STATUS IS CUST-STD-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT GEO-CTL-FILE ASSIGN GEOCTL
           FILE STATUS IS GEO-CTL-STATUS.
           SELECT GEO-WORK-FILE ASSIGN GEOWORK
           FILE STATUS IS GEO-WORK-STATUS.
           SELECT GEO-RPT-FILE ASSIGN GEORPT
           FILE STATUS IS GEO-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN SORTWK01.
           SELECT AREA-SORT-FILE ASSIGN SORTWK02.
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
       FD  CUST-STD-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-STD-RECORD.
           05  STD-CUST-NUMBER PIC X(8).
           05  STD-CUST-NAME PIC X(20).
           05  STD-CUST-STREET PIC X(20).
           05  STD-CUST-CITY PIC X(15).
           05  STD-CUST-STATE PIC X(2).
           05  STD-CUST-POSTAL PIC X(10).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  CTL-SHELTER-NAME PIC X(30).
           05  CTL-SHELTER-REGION PIC X(8).
           05  CTL-SHELTER-ACTIVE PIC X(1).
           05  CTL-SHELTER-JURISDICTION PIC X(6).
      * ADOPTER AREA TO REGION MAP - ONE RECORD PER STATE (AREA LEFT
      * BLANK) OR PER STATE AND 3-CHARACTER POSTAL AREA. AN AREA
      * RECORD OVERRIDES THE STATE RECORD. REGION CODES ARE THE SAME
      * CODES CARRIED IN SHLCTL BYTES 35-42.
       FD  GEO-CTL-FILE RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.
       01  GEO-CTL-RECORD.
           05  GEO-STATE PIC X(2).
           05  GEO-POSTAL-AREA PIC X(3).
           05  GEO-REGION PIC X(8).
           05  FILLER PIC X(7).
       FD  GEO-WORK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GEO-WORK-RECORD.
           05  GWK-STATE PIC X(2).
           05  GWK-AREA PIC X(3).
           05  GWK-BREED PIC X(30).
           05  GWK-SHELTER PIC X(4).
           05  GWK-RETURNED PIC X(1).
           05  GWK-FEES PIC 9(6)V99.
           05  GWK-REFUNDS PIC 9(6)V99.
           05  FILLER PIC X(24).
       FD  GEO-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GEO-RPT-RECORD PIC X(80).
       SD  SORT-WORK-FILE RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
           05  SRT-CUST-NUMBER PIC X(8).
           05  SRT-REC-TYPE PIC X(1).
           05  SRT-CUST-STATE PIC X(2).
           05  SRT-CUST-POSTAL PIC X(10).
           05  SRT-BREED PIC X(30).
           05  SRT-SHELTER PIC X(4).
           05  SRT-RETURNED PIC X(1).
           05  SRT-FEES PIC 9(6)V99.
           05  SRT-REFUNDS PIC 9(6)V99.
           05  FILLER PIC X(8).
       SD  AREA-SORT-FILE RECORD CONTAINS 80 CHARACTERS.
       01  AREA-SORT-RECORD.
           05  ASR-STATE PIC X(2).
           05  ASR-AREA PIC X(3).
           05  ASR-BREED PIC X(30).
           05  ASR-SHELTER PIC X(4).
           05  ASR-RETURNED PIC X(1).
           05  ASR-FEES PIC 9(6)V99.
           05  ASR-REFUNDS PIC 9(6)V99.
           05  FILLER PIC X(24).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ADOPT-MST-STATUS PIC X(2).
       01  CUST-STD-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  GEO-CTL-STATUS PIC X(2).
       01  GEO-WORK-STATUS PIC X(2).
       01  GEO-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-SORT-DONE PIC X(1) VALUE 'N'.
       01  WS-WORK-ERROR PIC X(1) VALUE 'N'.
       01  WS-CUST-STD-USED PIC X(1) VALUE 'N'.
       01  WS-GEO-CTL-LOADED PIC X(1) VALUE 'N'.
       01  WS-REPORT-PERIOD PIC X(6).
       01  WS-PERIOD-LENGTH PIC 9(1) VALUE 0.
       01  WS-IN-PERIOD PIC X(1).
       01  WS-RECORDS-READ PIC 9(8) VALUE 0.
       01  WS-STD-READ PIC 9(8) VALUE 0.
       01  WS-ADOPTIONS-SELECTED PIC 9(8) VALUE 0.
       01  WS-FROM-CUSTSTD PIC 9(8) VALUE 0.
       01  WS-FROM-TESTKSDS PIC 9(8) VALUE 0.
       01  WS-NO-CUSTOMER PIC 9(8) VALUE 0.
       01  WS-NO-ADDRESS PIC 9(8) VALUE 0.
       01  WS-REGION-UNKNOWN PIC 9(8) VALUE 0.
       01  WS-TABLE-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-FEES-WORK PIC 9(6)V99.
       01  WS-REFUNDS-WORK PIC 9(6)V99.
       01  WS-CUSTOMER-OPEN PIC X(1) VALUE 'N'.
       01  WS-CUR-CUSTOMER PIC X(8).
       01  WS-CUR-ADDR-FOUND PIC X(1).
       01  WS-CUR-LOOKED-UP PIC X(1).
       01  WS-CUR-SOURCE PIC X(1).
       01  WS-CUR-STATE PIC X(2).
       01  WS-CUR-POSTAL PIC X(10).
       01  WS-ADOPTER-STATE PIC X(2).
       01  WS-ADOPTER-AREA PIC X(3).
       01  WS-ADOPTER-REGION PIC X(8).
       01  WS-SHELTER-REGION PIC X(8).
       01  GEO-REGION-TABLE.
           05  GRT-ENTRY OCCURS 500 TIMES.
               10  GRT-STATE PIC X(2).
               10  GRT-AREA PIC X(3).
               10  GRT-REGION PIC X(8).
       01  WS-GRT-COUNT PIC 9(3) VALUE 0.
       01  WS-GRT-IDX PIC 9(3).
       01  SHELTER-REGION-TABLE.
           05  SRG-ENTRY OCCURS 200 TIMES.
               10  SRG-SHELTER PIC X(4).
               10  SRG-REGION PIC X(8).
               10  SRG-ADOPTED PIC 9(8).
               10  SRG-INSIDE PIC 9(8).
               10  SRG-OUTSIDE PIC 9(8).
               10  SRG-UNKNOWN PIC 9(8).
       01  WS-SRG-COUNT PIC 9(3) VALUE 0.
       01  WS-SRG-IDX PIC 9(3).
       01  WS-SRG-FOUND PIC X(1).
       01  WS-TOTAL-ADOPTED PIC 9(8) VALUE 0.
       01  WS-TOTAL-INSIDE PIC 9(8) VALUE 0.
       01  WS-TOTAL-OUTSIDE PIC 9(8) VALUE 0.
       01  WS-TOTAL-UNKNOWN PIC 9(8) VALUE 0.
       01  WS-LINE-RATE PIC 9(3)V99.
      * CONTROL-BREAK TOTALS FOR THE AREA REPORT - LEVEL 1 IS THE
      * BREED, 2 THE POSTAL AREA, 3 THE STATE AND 4 THE GRAND TOTAL.
       01  LEVEL-TOTAL-TABLE.
           05  LVT-ENTRY OCCURS 4 TIMES.
               10  LVT-ADOPTED PIC 9(8).
               10  LVT-RETURNED PIC 9(8).
               10  LVT-FEES PIC 9(9)V99.
               10  LVT-REFUNDS PIC 9(9)V99.
       01  WS-LVL PIC 9(1).
       01  WS-NEXT-LVL PIC 9(1).
       01  WS-GROUP-OPEN PIC X(1) VALUE 'N'.
       01  WS-GRP-STATE PIC X(2).
       01  WS-GRP-AREA PIC X(3).
       01  WS-GRP-BREED PIC X(30).
       01  WS-AREA-NAME PIC X(20).
       01  WS-STATE-COUNT PIC 9(6) VALUE 0.
       01  WS-AREA-COUNT PIC 9(6) VALUE 0.
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'ADOPTIONS BY ADOPTER AREA  PERIOD  '.
           05  RPT-HDR-PERIOD PIC X(6).
           05  FILLER PIC X(12) VALUE '  RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(18) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(40).
           05  RPT-CNT-VALUE PIC ZZZ,ZZ9.
           05  FILLER PIC X(33) VALUE SPACES.
       01  WS-RPT-AREA-COLUMNS.
           05  FILLER PIC X(30) VALUE 'STATE / POSTAL AREA / BREED'.
           05  FILLER PIC X(7) VALUE 'ADOPTED'.
           05  FILLER PIC X(8) VALUE ' RETURNS'.
           05  FILLER PIC X(7) VALUE '   RET%'.
           05  FILLER PIC X(13) VALUE '         FEES'.
           05  FILLER PIC X(13) VALUE '     NET FEES'.
           05  FILLER PIC X(2) VALUE SPACES.
       01  WS-RPT-AREA-TITLE.
           05  FILLER PIC X(5) VALUE 'AREA '.
           05  RPT-ATL-NAME PIC X(20).
           05  FILLER PIC X(55) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-LABEL PIC X(30).
           05  RPT-DET-ADOPTED PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RETURNED PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RET-RATE PIC ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-FEES PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NET PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
       01  WS-RPT-SHELTER-COLUMNS.
           05  FILLER PIC X(17) VALUE 'SHELTER REGION'.
           05  FILLER PIC X(16) VALUE 'ADOPTED  INSIDE '.
           05  FILLER PIC X(16) VALUE 'OUTSIDE UNKNOWN '.
           05  FILLER PIC X(8) VALUE '  OUTSD%'.
           05  FILLER PIC X(23) VALUE SPACES.
       01  WS-RPT-SHELTER-LINE.
           05  RPT-SHL-CODE PIC X(4).
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-SHL-REGION PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SHL-ADOPTED PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SHL-INSIDE PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SHL-OUTSIDE PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SHL-UNKNOWN PIC ZZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-SHL-RATE PIC ZZ9.99.
           05  FILLER PIC X(23) VALUE SPACES.
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
           PERFORM SET-REPORT-PERIOD
           INITIALIZE LEVEL-TOTAL-TABLE
           OPEN OUTPUT GEO-RPT-FILE
           IF GEO-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPGEORP GEORPT OPEN FAILED, STATUS: '
                  GEO-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-REPORT-PERIOD TO RPT-HDR-PERIOD
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE GEO-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE GEO-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           OPEN INPUT ADOPT-MST-FILE
           OPEN INPUT KSDS-FILE
           OPEN INPUT SHELTER-CTL-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              OR KSDS-STATUS NOT = '00'
              OR SHELTER-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPGEORP INPUT OPEN FAILED, ADOPTMST: '
                  ADOPT-MST-STATUS ' TESTKSDS: ' KSDS-STATUS
                  ' SHLCTL: ' SHELTER-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE GEO-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM LOAD-SHELTER-REGIONS
           CLOSE SHELTER-CTL-FILE
           PERFORM LOAD-GEO-REGIONS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NUMBER
                                SRT-REC-TYPE
               INPUT PROCEDURE IS RELEASE-ADOPTER-INPUT
               OUTPUT PROCEDURE IS BUILD-GEO-WORK
           CLOSE ADOPT-MST-FILE
           CLOSE KSDS-FILE
           IF WS-WORK-ERROR = 'Y'
              MOVE 'GEOWORK COULD NOT BE WRITTEN - NO REPORT PRODUCED'
                  TO RPT-NOTE-TEXT
              WRITE GEO-RPT-RECORD FROM WS-RPT-NOTE
              CLOSE GEO-RPT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-SELECTION-COUNTS
           MOVE SPACES TO GEO-RPT-RECORD
           WRITE GEO-RPT-RECORD
           WRITE GEO-RPT-RECORD FROM WS-RPT-AREA-COLUMNS
           SORT AREA-SORT-FILE
               ON ASCENDING KEY ASR-STATE
                                ASR-AREA
                                ASR-BREED
               USING GEO-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-AREA-REPORT
           PERFORM WRITE-SHELTER-SECTION
           CLOSE GEO-RPT-FILE
           DISPLAY 'ZTPGEORP PERIOD: ' WS-REPORT-PERIOD
           DISPLAY 'ZTPGEORP ADOPTMST RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPGEORP ADOPTIONS SELECTED: '
               WS-ADOPTIONS-SELECTED
           DISPLAY 'ZTPGEORP ADDRESSES FROM CUSTSTD: ' WS-FROM-CUSTSTD
               ' FROM TESTKSDS: ' WS-FROM-TESTKSDS
           DISPLAY 'ZTPGEORP ADOPTIONS WITH NO CUSTOMER: '
               WS-NO-CUSTOMER
           DISPLAY 'ZTPGEORP ADOPTERS WITH NO ADDRESS ON FILE: '
               WS-NO-ADDRESS
           DISPLAY 'ZTPGEORP ADOPTER AREAS NOT ON GEOCTL: '
               WS-REGION-UNKNOWN
           IF WS-TABLE-OVERFLOW > 0
              DISPLAY 'ZTPGEORP SHELTER/GEOCTL TABLE FULL, ENTRIES '
                  'NOT HELD: ' WS-TABLE-OVERFLOW
           END-IF
           IF WS-NO-CUSTOMER > 0
              OR WS-NO-ADDRESS > 0
              OR WS-TABLE-OVERFLOW > 0
              OR WS-GEO-CTL-LOADED = 'N'
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

      * PARM=YYYYMM REPORTS ONE ADOPTION MONTH, PARM=YYYY ONE YEAR AND
      * PARM=ALL EVERY ADOPTION ON ADOPTMST. DEFAULT IS THE RUNCTL
      * YEAR TO DATE.
       SET-REPORT-PERIOD.
           MOVE SPACES TO WS-REPORT-PERIOD
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) = 'ALL'
              MOVE 'ALL' TO WS-REPORT-PERIOD
              MOVE 0 TO WS-PERIOD-LENGTH
           ELSE
              IF PARM-LENGTH >= 6
                 AND PARM-TEXT (1:6) IS NUMERIC
                 AND PARM-TEXT (5:2) >= '01'
                 AND PARM-TEXT (5:2) <= '12'
                 MOVE PARM-TEXT (1:6) TO WS-REPORT-PERIOD
                 MOVE 6 TO WS-PERIOD-LENGTH
              ELSE
                 IF PARM-LENGTH >= 4
                    AND PARM-TEXT (1:4) IS NUMERIC
                    MOVE PARM-TEXT (1:4) TO WS-REPORT-PERIOD
                 ELSE
                    MOVE WS-RUN-DATE (1:4) TO WS-REPORT-PERIOD
                 END-IF
                 MOVE 4 TO WS-PERIOD-LENGTH
              END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPGEORP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPGEORP' TO VER-PROGRAM-ID
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

       LOAD-SHELTER-REGIONS.
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SHELTER-CTL-FILE
               IF SHELTER-CTL-STATUS = '00'
                  IF CTL-SHELTER-CODE NOT = SPACES
                     IF WS-SRG-COUNT < 200
                        ADD 1 TO WS-SRG-COUNT
                        MOVE CTL-SHELTER-CODE
                            TO SRG-SHELTER (WS-SRG-COUNT)
                        MOVE CTL-SHELTER-REGION
                            TO SRG-REGION (WS-SRG-COUNT)
                        MOVE 0 TO SRG-ADOPTED (WS-SRG-COUNT)
                        MOVE 0 TO SRG-INSIDE (WS-SRG-COUNT)
                        MOVE 0 TO SRG-OUTSIDE (WS-SRG-COUNT)
                        MOVE 0 TO SRG-UNKNOWN (WS-SRG-COUNT)
                     ELSE
                        ADD 1 TO WS-TABLE-OVERFLOW
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       LOAD-GEO-REGIONS.
           OPEN INPUT GEO-CTL-FILE
           IF GEO-CTL-STATUS = '00'
              MOVE 'Y' TO WS-GEO-CTL-LOADED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ GEO-CTL-FILE
                  IF GEO-CTL-STATUS = '00'
                     IF GEO-STATE NOT = SPACES
                        AND GEO-REGION NOT = SPACES
                        IF WS-GRT-COUNT < 500
                           ADD 1 TO WS-GRT-COUNT
                           MOVE FUNCTION UPPER-CASE(GEO-STATE)
                               TO GRT-STATE (WS-GRT-COUNT)
                           MOVE FUNCTION UPPER-CASE(GEO-POSTAL-AREA)
                               TO GRT-AREA (WS-GRT-COUNT)
                           MOVE GEO-REGION TO GRT-REGION (WS-GRT-COUNT)
                        ELSE
                           ADD 1 TO WS-TABLE-OVERFLOW
                        END-IF
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE GEO-CTL-FILE
           ELSE
              DISPLAY 'ZTPGEORP GEOCTL NOT AVAILABLE, STATUS: '
                  GEO-CTL-STATUS ' - ADOPTER REGIONS UNKNOWN'
           END-IF.

      * CUSTSTD IS READ FIRST AND RELEASED AS TYPE 'A' ADDRESS ROWS
      * SO EACH CUSTOMER'S ADDRESS SORTS AHEAD OF THEIR ADOPTIONS
      * (TYPE 'D'). A MASKED OR TEST-MODE CUSTSTD IS NOT USED, SO
      * EVERY ADDRESS THEN COMES FROM TESTKSDS.
       RELEASE-ADOPTER-INPUT.
           OPEN INPUT CUST-STD-FILE
           IF CUST-STD-STATUS NOT = '00'
              DISPLAY 'ZTPGEORP CUSTSTD NOT AVAILABLE, STATUS: '
                  CUST-STD-STATUS
           ELSE
              MOVE 'Y' TO WS-CUST-STD-USED
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ CUST-STD-FILE
                  IF CUST-STD-STATUS = '00'
                     EVALUATE TRUE
                         WHEN CUST-STD-RECORD (1:4) = 'ENVH'
                             MOVE CUST-STD-RECORD (1:40) TO
                                 ENVELOPE-HEADER-RECORD
                             IF ENV-HDR-RUN-MODE = 'TEST'
                                OR ENV-HDR-MASKED = 'Y'
                                DISPLAY 'ZTPGEORP CUSTSTD IS A MASKED '
                                    'TEST CUT, NOT USED'
                                MOVE 'N' TO WS-CUST-STD-USED
                                MOVE 'N' TO WS-MORE-RECORDS
                             END-IF
                         WHEN CUST-STD-RECORD (1:4) = 'ENVT'
                             CONTINUE
                         WHEN STD-CUST-NUMBER = SPACES
                             CONTINUE
                         WHEN OTHER
                             ADD 1 TO WS-STD-READ
                             MOVE SPACES TO SORT-RECORD
                             MOVE STD-CUST-NUMBER TO SRT-CUST-NUMBER
                             MOVE 'A' TO SRT-REC-TYPE
                             MOVE STD-CUST-STATE TO SRT-CUST-STATE
                             MOVE STD-CUST-POSTAL TO SRT-CUST-POSTAL
                             MOVE 0 TO SRT-FEES
                             MOVE 0 TO SRT-REFUNDS
                             RELEASE SORT-RECORD
                     END-EVALUATE
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CUST-STD-FILE
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE
               IF ADOPT-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM SELECT-ONE-ADOPTION
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

      * FEES ARE THE ADOPTION, MICROCHIP AND DONATION AMOUNTS; THE
      * REFUND IS ADM-REFUND-AMOUNT, WHICH ALREADY HOLDS THE FEE AND
      * DONATION REFUNDED TOGETHER, HELD TO NO MORE THAN THE FEES. A
      * REFUND DATE MARKS A RETURN.
       SELECT-ONE-ADOPTION.
           MOVE 'N' TO WS-IN-PERIOD
           IF ADM-ANIMAL-ID NOT = SPACES
              AND ADM-ADOPT-DATE NOT = SPACES
              IF WS-PERIOD-LENGTH = 0
                 MOVE 'Y' TO WS-IN-PERIOD
              ELSE
                 IF ADM-ADOPT-DATE (1:WS-PERIOD-LENGTH) =
                    WS-REPORT-PERIOD (1:WS-PERIOD-LENGTH)
                    MOVE 'Y' TO WS-IN-PERIOD
                 END-IF
              END-IF
           END-IF
           IF WS-IN-PERIOD = 'Y'
              ADD 1 TO WS-ADOPTIONS-SELECTED
              MOVE 0 TO WS-FEES-WORK
              IF ADM-FEE-ADOPT IS NUMERIC
                 ADD ADM-FEE-ADOPT TO WS-FEES-WORK
              END-IF
              IF ADM-FEE-CHIP IS NUMERIC
                 ADD ADM-FEE-CHIP TO WS-FEES-WORK
              END-IF
              IF ADM-FEE-DONATION IS NUMERIC
                 ADD ADM-FEE-DONATION TO WS-FEES-WORK
              END-IF
              MOVE 0 TO WS-REFUNDS-WORK
              IF ADM-REFUND-AMOUNT IS NUMERIC
                 ADD ADM-REFUND-AMOUNT TO WS-REFUNDS-WORK
              END-IF
              IF WS-REFUNDS-WORK > WS-FEES-WORK
                 MOVE WS-FEES-WORK TO WS-REFUNDS-WORK
              END-IF
              MOVE SPACES TO SORT-RECORD
              MOVE ADM-CUSTOMER-ID TO SRT-CUST-NUMBER
              MOVE 'D' TO SRT-REC-TYPE
              MOVE ADM-BREED TO SRT-BREED
              MOVE ADM-SHELTER TO SRT-SHELTER
              IF ADM-REFUND-DATE NOT = SPACES
                 MOVE 'Y' TO SRT-RETURNED
              ELSE
                 MOVE 'N' TO SRT-RETURNED
              END-IF
              MOVE WS-FEES-WORK TO SRT-FEES
              MOVE WS-REFUNDS-WORK TO SRT-REFUNDS
              RELEASE SORT-RECORD
           END-IF.

       BUILD-GEO-WORK.
           OPEN OUTPUT GEO-WORK-FILE
           IF GEO-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPGEORP GEOWORK OPEN FAILED, STATUS: '
                  GEO-WORK-STATUS
              MOVE 'Y' TO WS-WORK-ERROR
           ELSE
              MOVE 'N' TO WS-SORT-DONE
              PERFORM UNTIL WS-SORT-DONE = 'Y'
                  RETURN SORT-WORK-FILE
                      AT END
                          MOVE 'Y' TO WS-SORT-DONE
                      NOT AT END
                          PERFORM PROCESS-SORTED-RECORD
                  END-RETURN
              END-PERFORM
              CLOSE GEO-WORK-FILE
           END-IF.

       PROCESS-SORTED-RECORD.
           IF WS-CUSTOMER-OPEN = 'N'
              OR SRT-CUST-NUMBER NOT = WS-CUR-CUSTOMER
              MOVE 'Y' TO WS-CUSTOMER-OPEN
              MOVE SRT-CUST-NUMBER TO WS-CUR-CUSTOMER
              MOVE 'N' TO WS-CUR-ADDR-FOUND
              MOVE 'N' TO WS-CUR-LOOKED-UP
              MOVE SPACES TO WS-CUR-SOURCE
              MOVE SPACES TO WS-CUR-STATE
              MOVE SPACES TO WS-CUR-POSTAL
           END-IF
           IF SRT-REC-TYPE = 'A'
              IF WS-CUR-ADDR-FOUND = 'N'
                 MOVE 'Y' TO WS-CUR-ADDR-FOUND
                 MOVE 'S' TO WS-CUR-SOURCE
                 MOVE SRT-CUST-STATE TO WS-CUR-STATE
                 MOVE SRT-CUST-POSTAL TO WS-CUR-POSTAL
              END-IF
           ELSE
              PERFORM PLACE-ONE-ADOPTION
           END-IF.

       PLACE-ONE-ADOPTION.
           IF SRT-CUST-NUMBER = SPACES
              ADD 1 TO WS-NO-CUSTOMER
           ELSE
              IF WS-CUR-ADDR-FOUND = 'N'
                 AND WS-CUR-LOOKED-UP = 'N'
                 PERFORM LOOKUP-ADOPTER
              END-IF
              EVALUATE TRUE
                  WHEN WS-CUR-ADDR-FOUND = 'N'
                       OR WS-CUR-STATE = SPACES
                      ADD 1 TO WS-NO-ADDRESS
                  WHEN WS-CUR-SOURCE = 'S'
                      ADD 1 TO WS-FROM-CUSTSTD
                  WHEN OTHER
                      ADD 1 TO WS-FROM-TESTKSDS
              END-EVALUATE
           END-IF
           MOVE SPACES TO WS-ADOPTER-STATE
           MOVE SPACES TO WS-ADOPTER-AREA
           IF SRT-CUST-NUMBER NOT = SPACES
              AND WS-CUR-ADDR-FOUND = 'Y'
              AND WS-CUR-STATE NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-CUR-STATE)
                  TO WS-ADOPTER-STATE
              MOVE FUNCTION UPPER-CASE(WS-CUR-POSTAL (1:3))
                  TO WS-ADOPTER-AREA
           END-IF
           PERFORM FIND-ADOPTER-REGION
           PERFORM COUNT-SHELTER-TRAVEL
           MOVE SPACES TO GEO-WORK-RECORD
           MOVE WS-ADOPTER-STATE TO GWK-STATE
           MOVE WS-ADOPTER-AREA TO GWK-AREA
           MOVE SRT-BREED TO GWK-BREED
           MOVE SRT-SHELTER TO GWK-SHELTER
           MOVE SRT-RETURNED TO GWK-RETURNED
           MOVE SRT-FEES TO GWK-FEES
           MOVE SRT-REFUNDS TO GWK-REFUNDS
           WRITE GEO-WORK-RECORD.

      * ADOPTER NOT ON CUSTSTD (OR CUSTSTD NOT USED) - TAKE THE
      * ADDRESS FROM THE CUSTOMER'S TESTKSDS RECORD, ONCE PER CUSTOMER.
       LOOKUP-ADOPTER.
           MOVE 'Y' TO WS-CUR-LOOKED-UP
           MOVE WS-CUR-CUSTOMER TO KSDS-KEY
           READ KSDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUR-ADDR-FOUND
                   MOVE 'K' TO WS-CUR-SOURCE
                   MOVE KSDS-TEXT (56:2) TO WS-CUR-STATE
                   MOVE KSDS-TEXT (58:10) TO WS-CUR-POSTAL
           END-READ.

      * A GEOCTL ENTRY FOR THE ADOPTER'S STATE AND POSTAL AREA WINS
      * OVER THE ENTRY FOR THE STATE AS A WHOLE.
       FIND-ADOPTER-REGION.
           MOVE SPACES TO WS-ADOPTER-REGION
           IF WS-ADOPTER-STATE NOT = SPACES
              PERFORM VARYING WS-GRT-IDX FROM 1 BY 1
                      UNTIL WS-GRT-IDX > WS-GRT-COUNT
                  IF GRT-STATE (WS-GRT-IDX) = WS-ADOPTER-STATE
                     IF GRT-AREA (WS-GRT-IDX) = WS-ADOPTER-AREA
                        AND WS-ADOPTER-AREA NOT = SPACES
                        MOVE GRT-REGION (WS-GRT-IDX)
                            TO WS-ADOPTER-REGION
                        MOVE WS-GRT-COUNT TO WS-GRT-IDX
                     ELSE
                        IF GRT-AREA (WS-GRT-IDX) = SPACES
                           MOVE GRT-REGION (WS-GRT-IDX)
                               TO WS-ADOPTER-REGION
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              IF WS-ADOPTER-REGION = SPACES
                 ADD 1 TO WS-REGION-UNKNOWN
              END-IF
           END-IF.

      * AN ADOPTER TRAVELLED FROM OUTSIDE THE SHELTER'S HOME REGION
      * WHEN THEIR REGION IS KNOWN AND DIFFERS FROM THE SHLCTL REGION.
      * NO ADDRESS, AN AREA NOT ON GEOCTL OR A SHELTER WITH NO REGION
      * COUNTS AS UNKNOWN AND IS LEFT OUT OF THE OUTSIDE SHARE.
       COUNT-SHELTER-TRAVEL.
           MOVE 'N' TO WS-SRG-FOUND
           PERFORM VARYING WS-SRG-IDX FROM 1 BY 1
                   UNTIL WS-SRG-IDX > WS-SRG-COUNT
                      OR WS-SRG-FOUND = 'Y'
               IF SRG-SHELTER (WS-SRG-IDX) = SRT-SHELTER
                  MOVE 'Y' TO WS-SRG-FOUND
               END-IF
           END-PERFORM
           IF WS-SRG-FOUND = 'Y'
              SUBTRACT 1 FROM WS-SRG-IDX
           ELSE
              IF WS-SRG-COUNT < 200
                 ADD 1 TO WS-SRG-COUNT
                 MOVE WS-SRG-COUNT TO WS-SRG-IDX
                 MOVE SRT-SHELTER TO SRG-SHELTER (WS-SRG-IDX)
                 MOVE SPACES TO SRG-REGION (WS-SRG-IDX)
                 MOVE 0 TO SRG-ADOPTED (WS-SRG-IDX)
                 MOVE 0 TO SRG-INSIDE (WS-SRG-IDX)
                 MOVE 0 TO SRG-OUTSIDE (WS-SRG-IDX)
                 MOVE 0 TO SRG-UNKNOWN (WS-SRG-IDX)
                 MOVE 'Y' TO WS-SRG-FOUND
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOW
              END-IF
           END-IF
           IF WS-SRG-FOUND = 'Y'
              MOVE SRG-REGION (WS-SRG-IDX) TO WS-SHELTER-REGION
              ADD 1 TO SRG-ADOPTED (WS-SRG-IDX)
              EVALUATE TRUE
                  WHEN WS-ADOPTER-REGION = SPACES
                       OR WS-SHELTER-REGION = SPACES
                      ADD 1 TO SRG-UNKNOWN (WS-SRG-IDX)
                  WHEN WS-ADOPTER-REGION = WS-SHELTER-REGION
                      ADD 1 TO SRG-INSIDE (WS-SRG-IDX)
                  WHEN OTHER
                      ADD 1 TO SRG-OUTSIDE (WS-SRG-IDX)
              END-EVALUATE
           END-IF.

       WRITE-SELECTION-COUNTS.
           MOVE SPACES TO GEO-RPT-RECORD
           WRITE GEO-RPT-RECORD
           MOVE 'ADOPTIONS SELECTED' TO RPT-CNT-LABEL
           MOVE WS-ADOPTIONS-SELECTED TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTER ADDRESS FROM CUSTSTD' TO RPT-CNT-LABEL
           MOVE WS-FROM-CUSTSTD TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTER ADDRESS FROM TESTKSDS' TO RPT-CNT-LABEL
           MOVE WS-FROM-TESTKSDS TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTER NOT FOUND OR NO STATE' TO RPT-CNT-LABEL
           MOVE WS-NO-ADDRESS TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTIONS WITH NO CUSTOMER NUMBER' TO RPT-CNT-LABEL
           MOVE WS-NO-CUSTOMER TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTER AREA NOT MAPPED ON GEOCTL' TO RPT-CNT-LABEL
           MOVE WS-REGION-UNKNOWN TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           IF WS-CUST-STD-USED = 'N'
              MOVE 'CUSTSTD NOT USED - ADDRESSES TAKEN FROM TESTKSDS'
                  TO RPT-NOTE-TEXT
              WRITE GEO-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           IF WS-GEO-CTL-LOADED = 'N'
              MOVE 'GEOCTL NOT AVAILABLE - ADOPTER REGIONS UNKNOWN'
                  TO RPT-NOTE-TEXT
              WRITE GEO-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           IF WS-ADOPTIONS-SELECTED = 0
              MOVE 'NO ADOPTIONS ON ADOPTMST FOR THE PERIOD'
                  TO RPT-NOTE-TEXT
              WRITE GEO-RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

      * AREA REPORT - BREED LINES WITHIN EACH POSTAL AREA, THEN AREA,
      * STATE AND GRAND TOTALS. ADOPTIONS WITH NO ADDRESS SORT FIRST
      * UNDER A BLANK STATE.
       WRITE-AREA-REPORT.
           MOVE 'N' TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN AREA-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-DONE
                   NOT AT END
                       PERFORM PROCESS-AREA-ROW
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN = 'Y'
              PERFORM FINISH-BREED
              PERFORM FINISH-AREA
              PERFORM FINISH-STATE
           END-IF
           MOVE SPACES TO GEO-RPT-RECORD
           WRITE GEO-RPT-RECORD
           MOVE 'ALL AREAS' TO RPT-DET-LABEL
           MOVE 4 TO WS-LVL
           PERFORM WRITE-LEVEL-LINE
           MOVE 'STATES REPORTED' TO RPT-CNT-LABEL
           MOVE WS-STATE-COUNT TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'POSTAL AREAS REPORTED' TO RPT-CNT-LABEL
           MOVE WS-AREA-COUNT TO RPT-CNT-VALUE
           WRITE GEO-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       PROCESS-AREA-ROW.
           EVALUATE TRUE
               WHEN WS-GROUP-OPEN = 'N'
                   MOVE 'Y' TO WS-GROUP-OPEN
                   PERFORM START-STATE
                   PERFORM START-AREA
                   PERFORM START-BREED
               WHEN ASR-STATE NOT = WS-GRP-STATE
                   PERFORM FINISH-BREED
                   PERFORM FINISH-AREA
                   PERFORM FINISH-STATE
                   PERFORM START-STATE
                   PERFORM START-AREA
                   PERFORM START-BREED
               WHEN ASR-AREA NOT = WS-GRP-AREA
                   PERFORM FINISH-BREED
                   PERFORM FINISH-AREA
                   PERFORM START-AREA
                   PERFORM START-BREED
               WHEN ASR-BREED NOT = WS-GRP-BREED
                   PERFORM FINISH-BREED
                   PERFORM START-BREED
           END-EVALUATE
           ADD 1 TO LVT-ADOPTED (1)
           IF ASR-RETURNED = 'Y'
              ADD 1 TO LVT-RETURNED (1)
           END-IF
           ADD ASR-FEES TO LVT-FEES (1)
           ADD ASR-REFUNDS TO LVT-REFUNDS (1).

       START-STATE.
           MOVE ASR-STATE TO WS-GRP-STATE
           IF WS-GRP-STATE NOT = SPACES
              ADD 1 TO WS-STATE-COUNT
           END-IF.

       START-AREA.
           MOVE ASR-AREA TO WS-GRP-AREA
           MOVE SPACES TO WS-AREA-NAME
           IF WS-GRP-STATE = SPACES
              MOVE '(NO ADDRESS)' TO WS-AREA-NAME
           ELSE
              ADD 1 TO WS-AREA-COUNT
              MOVE WS-GRP-STATE TO WS-AREA-NAME (1:2)
              IF WS-GRP-AREA = SPACES
                 MOVE '(NONE)' TO WS-AREA-NAME (4:6)
              ELSE
                 MOVE WS-GRP-AREA TO WS-AREA-NAME (4:3)
              END-IF
           END-IF
           MOVE SPACES TO GEO-RPT-RECORD
           WRITE GEO-RPT-RECORD
           MOVE WS-AREA-NAME TO RPT-ATL-NAME
           WRITE GEO-RPT-RECORD FROM WS-RPT-AREA-TITLE.

       START-BREED.
           MOVE ASR-BREED TO WS-GRP-BREED.

       FINISH-BREED.
           MOVE SPACES TO RPT-DET-LABEL
           MOVE WS-GRP-BREED (1:28) TO RPT-DET-LABEL (3:28)
           MOVE 1 TO WS-LVL
           PERFORM WRITE-LEVEL-LINE
           PERFORM ROLL-LEVEL-UP.

       FINISH-AREA.
           MOVE SPACES TO RPT-DET-LABEL
           STRING '  AREA ' DELIMITED BY SIZE
                  WS-AREA-NAME DELIMITED BY '  '
                  ' TOTAL' DELIMITED BY SIZE
               INTO RPT-DET-LABEL
           MOVE 2 TO WS-LVL
           PERFORM WRITE-LEVEL-LINE
           PERFORM ROLL-LEVEL-UP.

       FINISH-STATE.
           MOVE SPACES TO RPT-DET-LABEL
           IF WS-GRP-STATE = SPACES
              MOVE 'NO ADDRESS TOTAL' TO RPT-DET-LABEL
           ELSE
              STRING 'STATE ' WS-GRP-STATE ' TOTAL'
                  DELIMITED BY SIZE INTO RPT-DET-LABEL
           END-IF
           MOVE 3 TO WS-LVL
           PERFORM WRITE-LEVEL-LINE
           PERFORM ROLL-LEVEL-UP.

       WRITE-LEVEL-LINE.
           MOVE LVT-ADOPTED (WS-LVL) TO RPT-DET-ADOPTED
           MOVE LVT-RETURNED (WS-LVL) TO RPT-DET-RETURNED
           MOVE 0 TO WS-LINE-RATE
           IF LVT-ADOPTED (WS-LVL) > 0
              COMPUTE WS-LINE-RATE ROUNDED =
                  LVT-RETURNED (WS-LVL) * 100 / LVT-ADOPTED (WS-LVL)
           END-IF
           MOVE WS-LINE-RATE TO RPT-DET-RET-RATE
           MOVE LVT-FEES (WS-LVL) TO RPT-DET-FEES
           COMPUTE RPT-DET-NET =
               LVT-FEES (WS-LVL) - LVT-REFUNDS (WS-LVL)
           WRITE GEO-RPT-RECORD FROM WS-RPT-DETAIL.

       ROLL-LEVEL-UP.
           COMPUTE WS-NEXT-LVL = WS-LVL + 1
           ADD LVT-ADOPTED (WS-LVL) TO LVT-ADOPTED (WS-NEXT-LVL)
           ADD LVT-RETURNED (WS-LVL) TO LVT-RETURNED (WS-NEXT-LVL)
           ADD LVT-FEES (WS-LVL) TO LVT-FEES (WS-NEXT-LVL)
           ADD LVT-REFUNDS (WS-LVL) TO LVT-REFUNDS (WS-NEXT-LVL)
           MOVE 0 TO LVT-ADOPTED (WS-LVL)
           MOVE 0 TO LVT-RETURNED (WS-LVL)
           MOVE 0 TO LVT-FEES (WS-LVL)
           MOVE 0 TO LVT-REFUNDS (WS-LVL).

       WRITE-SHELTER-SECTION.
           MOVE SPACES TO GEO-RPT-RECORD
           WRITE GEO-RPT-RECORD
           MOVE 'ADOPTERS FROM OUTSIDE THE SHELTER HOME REGION'
               TO RPT-NOTE-TEXT
           WRITE GEO-RPT-RECORD FROM WS-RPT-NOTE
           WRITE GEO-RPT-RECORD FROM WS-RPT-SHELTER-COLUMNS
           PERFORM VARYING WS-SRG-IDX FROM 1 BY 1
                   UNTIL WS-SRG-IDX > WS-SRG-COUNT
               IF SRG-ADOPTED (WS-SRG-IDX) > 0
                  MOVE SRG-SHELTER (WS-SRG-IDX) TO RPT-SHL-CODE
                  IF SRG-REGION (WS-SRG-IDX) = SPACES
                     MOVE '(NONE)' TO RPT-SHL-REGION
                  ELSE
                     MOVE SRG-REGION (WS-SRG-IDX) TO RPT-SHL-REGION
                  END-IF
                  MOVE SRG-ADOPTED (WS-SRG-IDX) TO RPT-SHL-ADOPTED
                  MOVE SRG-INSIDE (WS-SRG-IDX) TO RPT-SHL-INSIDE
                  MOVE SRG-OUTSIDE (WS-SRG-IDX) TO RPT-SHL-OUTSIDE
                  MOVE SRG-UNKNOWN (WS-SRG-IDX) TO RPT-SHL-UNKNOWN
                  MOVE 0 TO WS-LINE-RATE
                  IF SRG-INSIDE (WS-SRG-IDX) + SRG-OUTSIDE (WS-SRG-IDX)
                     > 0
                     COMPUTE WS-LINE-RATE ROUNDED =
                         SRG-OUTSIDE (WS-SRG-IDX) * 100
                         / (SRG-INSIDE (WS-SRG-IDX)
                            + SRG-OUTSIDE (WS-SRG-IDX))
                  END-IF
                  MOVE WS-LINE-RATE TO RPT-SHL-RATE
                  WRITE GEO-RPT-RECORD FROM WS-RPT-SHELTER-LINE
                  ADD SRG-ADOPTED (WS-SRG-IDX) TO WS-TOTAL-ADOPTED
                  ADD SRG-INSIDE (WS-SRG-IDX) TO WS-TOTAL-INSIDE
                  ADD SRG-OUTSIDE (WS-SRG-IDX) TO WS-TOTAL-OUTSIDE
                  ADD SRG-UNKNOWN (WS-SRG-IDX) TO WS-TOTAL-UNKNOWN
               END-IF
           END-PERFORM
           MOVE 'ALL ' TO RPT-SHL-CODE
           MOVE SPACES TO RPT-SHL-REGION
           MOVE WS-TOTAL-ADOPTED TO RPT-SHL-ADOPTED
           MOVE WS-TOTAL-INSIDE TO RPT-SHL-INSIDE
           MOVE WS-TOTAL-OUTSIDE TO RPT-SHL-OUTSIDE
           MOVE WS-TOTAL-UNKNOWN TO RPT-SHL-UNKNOWN
           MOVE 0 TO WS-LINE-RATE
           IF WS-TOTAL-INSIDE + WS-TOTAL-OUTSIDE > 0
              COMPUTE WS-LINE-RATE ROUNDED =
                  WS-TOTAL-OUTSIDE * 100
                  / (WS-TOTAL-INSIDE + WS-TOTAL-OUTSIDE)
           END-IF
           MOVE WS-LINE-RATE TO RPT-SHL-RATE
           WRITE GEO-RPT-RECORD FROM WS-RPT-SHELTER-LINE
           MOVE 'OUTSIDE% IS OF ADOPTERS WHOSE REGION IS KNOWN'
               TO RPT-NOTE-TEXT
           WRITE GEO-RPT-RECORD FROM WS-RPT-NOTE.
       END PROGRAM ZTPGEORP.
