       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSRVRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-REG-FILE ASSIGN SRVREG
           FILE STATUS IS SURVEY-REG-STATUS.
           SELECT SURVEY-RESP-FILE ASSIGN SRVRESP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SRS-SURVEY-ID
           FILE STATUS IS SURVEY-RESP-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT SURVEY-RPT-FILE ASSIGN SRVRPT
           FILE STATUS IS SURVEY-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-REG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPSRGCP.
       FD  SURVEY-RESP-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPSRSCP.
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
       01  SURVEY-REG-STATUS PIC X(2).
       01  SURVEY-RESP-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  SURVEY-RPT-STATUS PIC X(2).
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
       01  WS-RECORDS-READ PIC 9(8) VALUE 0.
       01  WS-TOTAL-ISSUED PIC 9(8) VALUE 0.
       01  WS-TOTAL-RESPONDED PIC 9(8) VALUE 0.
       01  WS-TOTAL-RETURNED PIC 9(8) VALUE 0.
       01  WS-TOTAL-RECOMMEND PIC 9(8) VALUE 0.
       01  WS-TOTAL-OVERALL PIC 9(9) VALUE 0.
       01  WS-TOTAL-SETTLING PIC 9(9) VALUE 0.
       01  WS-TOTAL-HEALTH PIC 9(9) VALUE 0.
       01  WS-TOTAL-SUPPORT PIC 9(9) VALUE 0.
       01  WS-COUNT-SETTLING PIC 9(8) VALUE 0.
       01  WS-COUNT-HEALTH PIC 9(8) VALUE 0.
       01  WS-COUNT-SUPPORT PIC 9(8) VALUE 0.
       01  WS-KEPT-RESPONDED PIC 9(8) VALUE 0.
       01  WS-KEPT-OVERALL PIC 9(9) VALUE 0.
       01  WS-RET-RESPONDED PIC 9(8) VALUE 0.
       01  WS-RET-OVERALL PIC 9(9) VALUE 0.
       01  WS-NO-MASTER PIC 9(8) VALUE 0.
       01  WS-OVERALL-RET-RATE PIC 9(3)V99 VALUE 0.
       01  WS-LINE-RATE PIC 9(3)V99.
       01  WS-LINE-AVERAGE PIC 9V99.
       01  WS-RESPONDED PIC X(1).
       01  WS-RETURNED PIC X(1).
       01  WS-SCORE-IDX PIC 9(1).
       01  WS-KEY-SHELTER PIC X(4).
       01  WS-KEY-BREED PIC X(30).
       01  SHELTER-SURVEY-TABLE.
           05  SST-ENTRY OCCURS 200 TIMES.
               10  SST-SHELTER PIC X(4).
               10  SST-ISSUED PIC 9(8).
               10  SST-RESPONDED PIC 9(8).
               10  SST-OVERALL PIC 9(9).
               10  SST-RETURNED PIC 9(8).
       01  WS-SST-COUNT PIC 9(3) VALUE 0.
       01  WS-SST-IDX PIC 9(3).
       01  WS-SST-FOUND PIC X(1).
       01  BREED-SURVEY-TABLE.
           05  BST-ENTRY OCCURS 500 TIMES.
               10  BST-BREED PIC X(30).
               10  BST-ISSUED PIC 9(8).
               10  BST-RESPONDED PIC 9(8).
               10  BST-OVERALL PIC 9(9).
               10  BST-RETURNED PIC 9(8).
       01  WS-BST-COUNT PIC 9(3) VALUE 0.
       01  WS-BST-IDX PIC 9(3).
       01  WS-BST-FOUND PIC X(1).
       01  WS-TABLE-OVERFLOW PIC 9(6) VALUE 0.
      * SCORE 1-5 BY OVERALL SCORE GIVEN; ENTRY 6 IS THE SURVEYS
      * THAT WERE NEVER ANSWERED.
       01  SCORE-RETURN-TABLE.
           05  SRT-ENTRY OCCURS 6 TIMES.
               10  SRT-SURVEYS PIC 9(8).
               10  SRT-RETURNED PIC 9(8).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'ADOPTER SURVEY RESULTS  ISSUE MONTH '.
           05  RPT-HDR-MONTH PIC X(6).
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
       01  WS-RPT-RATE-LINE.
           05  RPT-RTE-LABEL PIC X(40).
           05  RPT-RTE-VALUE PIC ZZZ9.99.
           05  FILLER PIC X(33) VALUE SPACES.
       01  WS-RPT-SECTION.
           05  RPT-SEC-TITLE PIC X(30).
           05  FILLER PIC X(44) VALUE
               ' ISSUED RESPND  RESP%    AVG  RETND    RET%'.
           05  FILLER PIC X(6) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-KEY PIC X(30).
           05  RPT-DET-ISSUED PIC ZZZZZZ9.
           05  RPT-DET-RESPONDED PIC ZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RESP-RATE PIC ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-DET-AVERAGE PIC Z.99.
           05  RPT-DET-RETURNED PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-RET-RATE PIC ZZ9.99.
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-RPT-CORR-SECTION.
           05  FILLER PIC X(30)
               VALUE 'OVERALL SCORE VS LATER RETURN'.
           05  FILLER PIC X(30)
               VALUE 'SURVEYS  RETND    RET%        '.
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-CORR-LINE.
           05  RPT-COR-KEY PIC X(30).
           05  RPT-COR-SURVEYS PIC ZZZZZZ9.
           05  RPT-COR-RETURNED PIC ZZZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-COR-RATE PIC ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-COR-FLAG PIC X(16).
           05  FILLER PIC X(10) VALUE SPACES.
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
           INITIALIZE SCORE-RETURN-TABLE
           OPEN OUTPUT SURVEY-RPT-FILE
           IF SURVEY-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPSRVRP SRVRPT OPEN FAILED, STATUS: '
                  SURVEY-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-REPORT-MONTH TO RPT-HDR-MONTH
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE SURVEY-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           OPEN INPUT SURVEY-REG-FILE
           OPEN INPUT SURVEY-RESP-FILE
           OPEN INPUT ADOPT-MST-FILE
           IF SURVEY-REG-STATUS NOT = '00'
              OR SURVEY-RESP-STATUS NOT = '00'
              OR ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPSRVRP INPUT OPEN FAILED, SRVREG: '
                  SURVEY-REG-STATUS ' SRVRESP: ' SURVEY-RESP-STATUS
                  ' ADOPTMST: ' ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SURVEY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM COUNT-ISSUED-SURVEYS
           CLOSE SURVEY-REG-FILE
           CLOSE SURVEY-RESP-FILE
           CLOSE ADOPT-MST-FILE
           IF WS-TOTAL-ISSUED > 0
              COMPUTE WS-OVERALL-RET-RATE ROUNDED =
                  WS-TOTAL-RETURNED * 100 / WS-TOTAL-ISSUED
           END-IF
           PERFORM WRITE-OVERALL-RESULTS
           PERFORM WRITE-SHELTER-RESULTS
           PERFORM WRITE-BREED-RESULTS
           PERFORM WRITE-SCORE-CORRELATION
           CLOSE SURVEY-RPT-FILE
           DISPLAY 'ZTPSRVRP ISSUE MONTH: ' WS-REPORT-MONTH
           DISPLAY 'ZTPSRVRP SURVEYS ISSUED: ' WS-TOTAL-ISSUED
               ' RESPONDED: ' WS-TOTAL-RESPONDED
               ' RETURNED LATER: ' WS-TOTAL-RETURNED
           IF WS-TABLE-OVERFLOW > 0
              DISPLAY 'ZTPSRVRP SHELTER/BREED TABLE FULL, NOT '
                  'BROKEN DOWN: ' WS-TABLE-OVERFLOW
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

       SET-REPORT-MONTH.
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) = 'ALL'
              MOVE 'ALL' TO WS-REPORT-MONTH
           ELSE
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
              END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPSRVRP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSRVRP' TO VER-PROGRAM-ID
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

       COUNT-ISSUED-SURVEYS.
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ SURVEY-REG-FILE
               IF SURVEY-REG-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF SRG-SURVEY-ID NOT = SPACES
                     AND (WS-REPORT-MONTH = 'ALL'
                          OR SRG-ISSUE-DATE (1:6) = WS-REPORT-MONTH)
                     PERFORM COUNT-ONE-SURVEY
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       COUNT-ONE-SURVEY.
           ADD 1 TO WS-TOTAL-ISSUED
           MOVE 'N' TO WS-RESPONDED
           MOVE SRG-SURVEY-ID TO SRS-SURVEY-ID
           READ SURVEY-RESP-FILE
           IF SURVEY-RESP-STATUS = '00'
              AND SRS-SCORE-OVERALL >= 1
              AND SRS-SCORE-OVERALL <= 5
              MOVE 'Y' TO WS-RESPONDED
           END-IF
           PERFORM CHECK-LATER-RETURN
           IF WS-RETURNED = 'Y'
              ADD 1 TO WS-TOTAL-RETURNED
           END-IF
           IF WS-RESPONDED = 'Y'
              ADD 1 TO WS-TOTAL-RESPONDED
              ADD SRS-SCORE-OVERALL TO WS-TOTAL-OVERALL
              IF SRS-SCORE-SETTLING > 0
                 ADD 1 TO WS-COUNT-SETTLING
                 ADD SRS-SCORE-SETTLING TO WS-TOTAL-SETTLING
              END-IF
              IF SRS-SCORE-HEALTH > 0
                 ADD 1 TO WS-COUNT-HEALTH
                 ADD SRS-SCORE-HEALTH TO WS-TOTAL-HEALTH
              END-IF
              IF SRS-SCORE-SUPPORT > 0
                 ADD 1 TO WS-COUNT-SUPPORT
                 ADD SRS-SCORE-SUPPORT TO WS-TOTAL-SUPPORT
              END-IF
              IF SRS-WOULD-RECOMMEND
                 ADD 1 TO WS-TOTAL-RECOMMEND
              END-IF
              MOVE SRS-SCORE-OVERALL TO WS-SCORE-IDX
              IF WS-RETURNED = 'Y'
                 ADD 1 TO WS-RET-RESPONDED
                 ADD SRS-SCORE-OVERALL TO WS-RET-OVERALL
              ELSE
                 ADD 1 TO WS-KEPT-RESPONDED
                 ADD SRS-SCORE-OVERALL TO WS-KEPT-OVERALL
              END-IF
           ELSE
              MOVE 6 TO WS-SCORE-IDX
           END-IF
           ADD 1 TO SRT-SURVEYS (WS-SCORE-IDX)
           IF WS-RETURNED = 'Y'
              ADD 1 TO SRT-RETURNED (WS-SCORE-IDX)
           END-IF
           MOVE SRG-SHELTER TO WS-KEY-SHELTER
           MOVE SRG-BREED TO WS-KEY-BREED
           PERFORM ADD-TO-RESULT-TABLES.

      * THE ADOPTION COUNTS AS RETURNED AFTER THE SURVEY WHEN ITS
      * ADOPTMST RECORD CARRIES A REFUND DATED ON OR AFTER THE ISSUE
      * DATE, OR WHEN THE ANIMAL HAS SINCE BEEN ADOPTED AGAIN (ITS
      * ADOPTMST RECORD NOW HOLDS A LATER ADOPTION).
       CHECK-LATER-RETURN.
           MOVE 'N' TO WS-RETURNED
           MOVE SRG-ANIMAL-ID TO ADM-ANIMAL-ID
           READ ADOPT-MST-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER
               NOT INVALID KEY
                   IF ADM-ADOPT-DATE = SRG-ADOPT-DATE
                      IF ADM-REFUND-DATE NOT = SPACES
                         AND ADM-REFUND-DATE >= SRG-ISSUE-DATE
                         MOVE 'Y' TO WS-RETURNED
                      END-IF
                   ELSE
                      IF ADM-ADOPT-DATE > SRG-ADOPT-DATE
                         MOVE 'Y' TO WS-RETURNED
                      END-IF
                   END-IF
           END-READ.

       ADD-TO-RESULT-TABLES.
           MOVE 'N' TO WS-SST-FOUND
           PERFORM VARYING WS-SST-IDX FROM 1 BY 1
                   UNTIL WS-SST-IDX > WS-SST-COUNT
                      OR WS-SST-FOUND = 'Y'
               IF SST-SHELTER (WS-SST-IDX) = WS-KEY-SHELTER
                  MOVE 'Y' TO WS-SST-FOUND
               END-IF
           END-PERFORM
           IF WS-SST-FOUND = 'Y'
              SUBTRACT 1 FROM WS-SST-IDX
           ELSE
              IF WS-SST-COUNT < 200
                 ADD 1 TO WS-SST-COUNT
                 MOVE WS-SST-COUNT TO WS-SST-IDX
                 MOVE WS-KEY-SHELTER TO SST-SHELTER (WS-SST-IDX)
                 MOVE 0 TO SST-ISSUED (WS-SST-IDX)
                 MOVE 0 TO SST-RESPONDED (WS-SST-IDX)
                 MOVE 0 TO SST-OVERALL (WS-SST-IDX)
                 MOVE 0 TO SST-RETURNED (WS-SST-IDX)
                 MOVE 'Y' TO WS-SST-FOUND
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOW
              END-IF
           END-IF
           IF WS-SST-FOUND = 'Y'
              ADD 1 TO SST-ISSUED (WS-SST-IDX)
              IF WS-RESPONDED = 'Y'
                 ADD 1 TO SST-RESPONDED (WS-SST-IDX)
                 ADD SRS-SCORE-OVERALL TO SST-OVERALL (WS-SST-IDX)
              END-IF
              IF WS-RETURNED = 'Y'
                 ADD 1 TO SST-RETURNED (WS-SST-IDX)
              END-IF
           END-IF
           MOVE 'N' TO WS-BST-FOUND
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
                      OR WS-BST-FOUND = 'Y'
               IF BST-BREED (WS-BST-IDX) = WS-KEY-BREED
                  MOVE 'Y' TO WS-BST-FOUND
               END-IF
           END-PERFORM
           IF WS-BST-FOUND = 'Y'
              SUBTRACT 1 FROM WS-BST-IDX
           ELSE
              IF WS-BST-COUNT < 500
                 ADD 1 TO WS-BST-COUNT
                 MOVE WS-BST-COUNT TO WS-BST-IDX
                 MOVE WS-KEY-BREED TO BST-BREED (WS-BST-IDX)
                 MOVE 0 TO BST-ISSUED (WS-BST-IDX)
                 MOVE 0 TO BST-RESPONDED (WS-BST-IDX)
                 MOVE 0 TO BST-OVERALL (WS-BST-IDX)
                 MOVE 0 TO BST-RETURNED (WS-BST-IDX)
                 MOVE 'Y' TO WS-BST-FOUND
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOW
              END-IF
           END-IF
           IF WS-BST-FOUND = 'Y'
              ADD 1 TO BST-ISSUED (WS-BST-IDX)
              IF WS-RESPONDED = 'Y'
                 ADD 1 TO BST-RESPONDED (WS-BST-IDX)
                 ADD SRS-SCORE-OVERALL TO BST-OVERALL (WS-BST-IDX)
              END-IF
              IF WS-RETURNED = 'Y'
                 ADD 1 TO BST-RETURNED (WS-BST-IDX)
              END-IF
           END-IF.

       WRITE-OVERALL-RESULTS.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           MOVE 'SURVEYS ISSUED' TO RPT-CNT-LABEL
           MOVE WS-TOTAL-ISSUED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'SURVEYS RETURNED BY ADOPTERS' TO RPT-CNT-LABEL
           MOVE WS-TOTAL-RESPONDED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 0 TO WS-LINE-RATE
           IF WS-TOTAL-ISSUED > 0
              COMPUTE WS-LINE-RATE ROUNDED =
                  WS-TOTAL-RESPONDED * 100 / WS-TOTAL-ISSUED
           END-IF
           MOVE 'RESPONSE RATE PCT' TO RPT-RTE-LABEL
           MOVE WS-LINE-RATE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 0 TO WS-LINE-AVERAGE
           IF WS-TOTAL-RESPONDED > 0
              COMPUTE WS-LINE-AVERAGE ROUNDED =
                  WS-TOTAL-OVERALL / WS-TOTAL-RESPONDED
           END-IF
           MOVE 'AVERAGE OVERALL SCORE (1-5)' TO RPT-RTE-LABEL
           MOVE WS-LINE-AVERAGE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 0 TO WS-LINE-AVERAGE
           IF WS-COUNT-SETTLING > 0
              COMPUTE WS-LINE-AVERAGE ROUNDED =
                  WS-TOTAL-SETTLING / WS-COUNT-SETTLING
           END-IF
           MOVE 'AVERAGE SETTLING-IN SCORE' TO RPT-RTE-LABEL
           MOVE WS-LINE-AVERAGE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 0 TO WS-LINE-AVERAGE
           IF WS-COUNT-HEALTH > 0
              COMPUTE WS-LINE-AVERAGE ROUNDED =
                  WS-TOTAL-HEALTH / WS-COUNT-HEALTH
           END-IF
           MOVE 'AVERAGE HEALTH SCORE' TO RPT-RTE-LABEL
           MOVE WS-LINE-AVERAGE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 0 TO WS-LINE-AVERAGE
           IF WS-COUNT-SUPPORT > 0
              COMPUTE WS-LINE-AVERAGE ROUNDED =
                  WS-TOTAL-SUPPORT / WS-COUNT-SUPPORT
           END-IF
           MOVE 'AVERAGE SHELTER SUPPORT SCORE' TO RPT-RTE-LABEL
           MOVE WS-LINE-AVERAGE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 0 TO WS-LINE-RATE
           IF WS-TOTAL-RESPONDED > 0
              COMPUTE WS-LINE-RATE ROUNDED =
                  WS-TOTAL-RECOMMEND * 100 / WS-TOTAL-RESPONDED
           END-IF
           MOVE 'WOULD RECOMMEND PCT OF RESPONSES' TO RPT-RTE-LABEL
           MOVE WS-LINE-RATE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 'ADOPTIONS RETURNED AFTER THE SURVEY' TO RPT-CNT-LABEL
           MOVE WS-TOTAL-RETURNED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'SURVEYED ANIMALS NOT ON ADOPTMST' TO RPT-CNT-LABEL
           MOVE WS-NO-MASTER TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           IF WS-TOTAL-ISSUED = 0
              MOVE 'NO SURVEYS ON SRVREG FOR THE ISSUE MONTH'
                  TO RPT-NOTE-TEXT
              WRITE SURVEY-RPT-RECORD FROM WS-RPT-NOTE
           END-IF.

       WRITE-SHELTER-RESULTS.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           MOVE 'BY SHELTER' TO RPT-SEC-TITLE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING WS-SST-IDX FROM 1 BY 1
                   UNTIL WS-SST-IDX > WS-SST-COUNT
               MOVE SST-SHELTER (WS-SST-IDX) TO RPT-DET-KEY
               MOVE SST-ISSUED (WS-SST-IDX) TO RPT-DET-ISSUED
               MOVE SST-RESPONDED (WS-SST-IDX) TO RPT-DET-RESPONDED
               MOVE SST-RETURNED (WS-SST-IDX) TO RPT-DET-RETURNED
               COMPUTE WS-LINE-RATE ROUNDED =
                   SST-RESPONDED (WS-SST-IDX) * 100
                   / SST-ISSUED (WS-SST-IDX)
               MOVE WS-LINE-RATE TO RPT-DET-RESP-RATE
               COMPUTE WS-LINE-RATE ROUNDED =
                   SST-RETURNED (WS-SST-IDX) * 100
                   / SST-ISSUED (WS-SST-IDX)
               MOVE WS-LINE-RATE TO RPT-DET-RET-RATE
               MOVE 0 TO WS-LINE-AVERAGE
               IF SST-RESPONDED (WS-SST-IDX) > 0
                  COMPUTE WS-LINE-AVERAGE ROUNDED =
                      SST-OVERALL (WS-SST-IDX)
                      / SST-RESPONDED (WS-SST-IDX)
               END-IF
               MOVE WS-LINE-AVERAGE TO RPT-DET-AVERAGE
               WRITE SURVEY-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM.

       WRITE-BREED-RESULTS.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           MOVE 'BY BREED' TO RPT-SEC-TITLE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
               MOVE BST-BREED (WS-BST-IDX) TO RPT-DET-KEY
               MOVE BST-ISSUED (WS-BST-IDX) TO RPT-DET-ISSUED
               MOVE BST-RESPONDED (WS-BST-IDX) TO RPT-DET-RESPONDED
               MOVE BST-RETURNED (WS-BST-IDX) TO RPT-DET-RETURNED
               COMPUTE WS-LINE-RATE ROUNDED =
                   BST-RESPONDED (WS-BST-IDX) * 100
                   / BST-ISSUED (WS-BST-IDX)
               MOVE WS-LINE-RATE TO RPT-DET-RESP-RATE
               COMPUTE WS-LINE-RATE ROUNDED =
                   BST-RETURNED (WS-BST-IDX) * 100
                   / BST-ISSUED (WS-BST-IDX)
               MOVE WS-LINE-RATE TO RPT-DET-RET-RATE
               MOVE 0 TO WS-LINE-AVERAGE
               IF BST-RESPONDED (WS-BST-IDX) > 0
                  COMPUTE WS-LINE-AVERAGE ROUNDED =
                      BST-OVERALL (WS-BST-IDX)
                      / BST-RESPONDED (WS-BST-IDX)
               END-IF
               MOVE WS-LINE-AVERAGE TO RPT-DET-AVERAGE
               WRITE SURVEY-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM.

       WRITE-SCORE-CORRELATION.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-CORR-SECTION
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                   UNTIL WS-SCORE-IDX > 6
               MOVE SPACES TO RPT-COR-KEY
               IF WS-SCORE-IDX = 6
                  MOVE 'NO RESPONSE' TO RPT-COR-KEY
               ELSE
                  MOVE 'SCORED' TO RPT-COR-KEY
                  MOVE WS-SCORE-IDX TO RPT-COR-KEY (8:1)
               END-IF
               MOVE SRT-SURVEYS (WS-SCORE-IDX) TO RPT-COR-SURVEYS
               MOVE SRT-RETURNED (WS-SCORE-IDX) TO RPT-COR-RETURNED
               MOVE 0 TO WS-LINE-RATE
               IF SRT-SURVEYS (WS-SCORE-IDX) > 0
                  COMPUTE WS-LINE-RATE ROUNDED =
                      SRT-RETURNED (WS-SCORE-IDX) * 100
                      / SRT-SURVEYS (WS-SCORE-IDX)
               END-IF
               MOVE WS-LINE-RATE TO RPT-COR-RATE
               MOVE SPACES TO RPT-COR-FLAG
               IF SRT-SURVEYS (WS-SCORE-IDX) > 0
                  AND WS-LINE-RATE > WS-OVERALL-RET-RATE
                  MOVE '** ABOVE OVERALL' TO RPT-COR-FLAG
               END-IF
               WRITE SURVEY-RPT-RECORD FROM WS-RPT-CORR-LINE
           END-PERFORM
           MOVE 'ALL SURVEYS' TO RPT-COR-KEY
           MOVE WS-TOTAL-ISSUED TO RPT-COR-SURVEYS
           MOVE WS-TOTAL-RETURNED TO RPT-COR-RETURNED
           MOVE WS-OVERALL-RET-RATE TO RPT-COR-RATE
           MOVE SPACES TO RPT-COR-FLAG
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-CORR-LINE
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           MOVE 0 TO WS-LINE-AVERAGE
           IF WS-RET-RESPONDED > 0
              COMPUTE WS-LINE-AVERAGE ROUNDED =
                  WS-RET-OVERALL / WS-RET-RESPONDED
           END-IF
           MOVE 'AVERAGE SCORE - RETURNED LATER' TO RPT-RTE-LABEL
           MOVE WS-LINE-AVERAGE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE
           MOVE 0 TO WS-LINE-AVERAGE
           IF WS-KEPT-RESPONDED > 0
              COMPUTE WS-LINE-AVERAGE ROUNDED =
                  WS-KEPT-OVERALL / WS-KEPT-RESPONDED
           END-IF
           MOVE 'AVERAGE SCORE - STILL ADOPTED' TO RPT-RTE-LABEL
           MOVE WS-LINE-AVERAGE TO RPT-RTE-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-RATE-LINE.
       END PROGRAM ZTPSRVRP.
