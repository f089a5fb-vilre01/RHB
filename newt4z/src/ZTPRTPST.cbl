       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRTPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRN-FILE ASSIGN RETMAIL
           FILE STATUS IS RETURN-TRN-STATUS.
           SELECT CAMPAIGN-CTL-FILE ASSIGN CMPCTL
           FILE STATUS IS CAMPAIGN-CTL-STATUS.
           SELECT MAIL-LOG-FILE ASSIGN MAILLOG
           FILE STATUS IS MAIL-LOG-STATUS.
           SELECT RETURN-HIST-FILE ASSIGN RETHIST
           FILE STATUS IS RETURN-HIST-STATUS.
           SELECT OPTOUT-FILE ASSIGN OPTOUT
           FILE STATUS IS OPTOUT-STATUS.
           SELECT RETURN-RPT-FILE ASSIGN RTPSTRPT
           FILE STATUS IS RETURN-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRN-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-TRN-RECORD.
           05  RTN-CUST-NUMBER PIC X(8).
           05  RTN-CMP-CODE PIC X(8).
           05  RTN-RETURN-DATE PIC X(8).
           05  RTN-REASON PIC X(2).
           05  FILLER PIC X(14).
       FD  CAMPAIGN-CTL-FILE RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE IS F.
       01  CAMPAIGN-CTL-RECORD.
           05  CMP-CODE PIC X(8).
           05  CMP-START-DATE PIC X(8).
           05  CMP-END-DATE PIC X(8).
           05  CMP-LANG PIC X(2).
           05  CMP-INSERT-TEXT PIC X(40).
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
       FD  OPTOUT-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD.
           05  OPT-CUST-NUMBER PIC X(8).
           05  OPT-CUST-NAME PIC X(20).
       FD  RETURN-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RETURN-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  RETURN-TRN-STATUS PIC X(2).
       01  CAMPAIGN-CTL-STATUS PIC X(2).
       01  MAIL-LOG-STATUS PIC X(2).
       01  RETURN-HIST-STATUS PIC X(2).
       01  OPTOUT-STATUS PIC X(2).
       01  RETURN-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-FILE-ERROR PIC X(1) VALUE 'N'.
       01  WS-RETURN-THRESHOLD PIC 9(2) VALUE 3.
       01  WS-TRN-READ PIC 9(6) VALUE 0.
       01  WS-TRN-POSTED PIC 9(6) VALUE 0.
       01  WS-TRN-REJECTED PIC 9(6) VALUE 0.
       01  WS-TRN-NO-MAILING PIC 9(6) VALUE 0.
       01  WS-NEW-SUPPRESSIONS PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON PIC X(20).
       01  CAMPAIGN-TABLE.
           05  CMP-TBL-CODE OCCURS 50 TIMES PIC X(8).
       01  WS-CMP-COUNT PIC 9(2) VALUE 0.
       01  WS-CMP-IDX PIC 9(2).
       01  WS-CMP-FOUND PIC X(1).
       01  RETURN-REASON-CODES.
           05  FILLER PIC X(22) VALUE 'NKNOT KNOWN AT ADDRESS'.
           05  FILLER PIC X(22) VALUE 'IAINSUFFICIENT ADDRESS'.
           05  FILLER PIC X(22) VALUE 'MVMOVED, NO FORWARDING'.
           05  FILLER PIC X(22) VALUE 'UFUNABLE TO FORWARD   '.
           05  FILLER PIC X(22) VALUE 'VAVACANT              '.
           05  FILLER PIC X(22) VALUE 'RFREFUSED             '.
           05  FILLER PIC X(22) VALUE 'OTOTHER               '.
       01  RETURN-REASON-TBL REDEFINES RETURN-REASON-CODES.
           05  RSN-ENTRY OCCURS 7 TIMES.
               10  RSN-CODE PIC X(2).
               10  RSN-TEXT PIC X(20).
       01  WS-RSN-IDX PIC 9(1).
       01  WS-RSN-FOUND PIC X(1).
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  RETURN-TABLE.
           05  RT-ENTRY OCCURS 500 TIMES.
               10  RT-CUST-NUMBER PIC X(8).
               10  RT-CMP-CODE PIC X(8).
               10  RT-RETURN-DATE PIC X(8).
               10  RT-REASON PIC X(2).
               10  RT-MAIL-DATE PIC X(8).
               10  RT-LANG PIC X(2).
               10  RT-POSTAL PIC X(10).
               10  RT-STATUS PIC X(1).
               10  RT-REJECT-REASON PIC X(20).
               10  RT-PRIOR-RETURNS PIC 9(4).
               10  RT-TOTAL-RETURNS PIC 9(4).
               10  RT-OPTED-OUT PIC X(1).
               10  RT-SUPPRESS PIC X(1).
       01  WS-RT-COUNT PIC 9(3) VALUE 0.
       01  WS-RT-IDX PIC 9(3).
       01  WS-RT-SCAN PIC 9(3).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'RETURNED MAIL POSTING               '.
           05  FILLER PIC X(10) VALUE 'RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(12) VALUE '  THRESHOLD '.
           05  RPT-HDR-THRESHOLD PIC Z9.
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CUSTOMER CAMPAIGN RETURNED RS MAILED   A'.
           05  FILLER PIC X(40)
               VALUE 'REA LG CNT STATUS                       '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-NUMBER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CAMPAIGN PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RETURN-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REASON PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-MAIL-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-AREA PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-LANG PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-COUNT PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STATUS PIC X(20).
           05  FILLER PIC X(10) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  RPT-NOTE-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           IF PARM-LENGTH >= 2
              AND PARM-TEXT (1:2) IS NUMERIC
              AND PARM-TEXT (1:2) NOT = '00'
              MOVE PARM-TEXT (1:2) TO WS-RETURN-THRESHOLD
           END-IF
           PERFORM LOAD-RUN-CONTROL
           OPEN OUTPUT RETURN-RPT-FILE
           IF RETURN-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPRTPST RTPSTRPT OPEN FAILED, STATUS: '
                  RETURN-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RETURN-THRESHOLD TO RPT-HDR-THRESHOLD
           WRITE RETURN-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE RETURN-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-CAMPAIGN-CODES
           PERFORM LOAD-RETURN-TRANSACTIONS
           IF WS-RT-COUNT = 0
              MOVE 'NO RETURNED MAIL TRANSACTIONS - NOTHING POSTED'
                  TO RPT-NOTE-TEXT
              WRITE RETURN-RPT-RECORD FROM WS-RPT-NOTE
              CLOSE RETURN-RPT-FILE
              DISPLAY 'ZTPRTPST NO RETURNED MAIL TRANSACTIONS'
              MOVE 0 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM CHECK-RETURN-HISTORY
           PERFORM MATCH-MAIL-LOG
           PERFORM CHECK-OPTOUT-LIST
           PERFORM COUNT-CUSTOMER-RETURNS
           IF WS-RUN-MODE NOT = 'TEST'
              PERFORM APPEND-RETURN-HISTORY
              IF WS-FILE-ERROR = 'N'
                 PERFORM APPEND-NEW-SUPPRESSIONS
                 PERFORM CLEAR-RETURN-TRANSACTIONS
              END-IF
           END-IF
           PERFORM WRITE-RETURN-REGISTER
           CLOSE RETURN-RPT-FILE
           DISPLAY 'ZTPRTPST RETURNS READ: ' WS-TRN-READ
           DISPLAY 'ZTPRTPST RETURNS POSTED: ' WS-TRN-POSTED
           DISPLAY 'ZTPRTPST RETURNS REJECTED: ' WS-TRN-REJECTED
           DISPLAY 'ZTPRTPST CUSTOMERS SUPPRESSED: '
               WS-NEW-SUPPRESSIONS
           IF WS-TRN-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERROR = 'Y'
              MOVE 16 TO RETURN-CODE
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

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPRTPST' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-TRN-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRTPST' TO VER-PROGRAM-ID
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

       LOAD-CAMPAIGN-CODES.
           OPEN INPUT CAMPAIGN-CTL-FILE
           IF CAMPAIGN-CTL-STATUS = '00'
              PERFORM UNTIL CAMPAIGN-CTL-STATUS NOT = '00'
                      OR WS-CMP-COUNT = 50
                  READ CAMPAIGN-CTL-FILE
                  IF CAMPAIGN-CTL-STATUS = '00'
                     AND CMP-CODE NOT = SPACES
                     ADD 1 TO WS-CMP-COUNT
                     MOVE CMP-CODE TO CMP-TBL-CODE (WS-CMP-COUNT)
                  END-IF
              END-PERFORM
              CLOSE CAMPAIGN-CTL-FILE
           END-IF.

       LOAD-RETURN-TRANSACTIONS.
           OPEN INPUT RETURN-TRN-FILE
           IF RETURN-TRN-STATUS NOT = '00'
              DISPLAY 'ZTPRTPST RETMAIL NOT AVAILABLE, STATUS: '
                  RETURN-TRN-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ RETURN-TRN-FILE
                  IF RETURN-TRN-STATUS = '00'
                     IF RETURN-TRN-RECORD NOT = SPACES
                        AND RETURN-TRN-RECORD (1:1) NOT = '*'
                        ADD 1 TO WS-TRN-READ
                        PERFORM LOAD-ONE-RETURN
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE RETURN-TRN-FILE
           END-IF.

       LOAD-ONE-RETURN.
           IF RTN-RETURN-DATE = SPACES
              MOVE WS-RUN-DATE TO RTN-RETURN-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(RTN-REASON) TO RTN-REASON
           MOVE FUNCTION UPPER-CASE(RTN-CMP-CODE) TO RTN-CMP-CODE
           PERFORM VALIDATE-RETURN
           IF WS-RT-COUNT = 500
              DISPLAY 'ZTPRTPST RETURN TABLE FULL, NOT POSTED: '
                  RTN-CUST-NUMBER ' ' RTN-CMP-CODE
              ADD 1 TO WS-TRN-REJECTED
           ELSE
              ADD 1 TO WS-RT-COUNT
              MOVE RTN-CUST-NUMBER TO RT-CUST-NUMBER (WS-RT-COUNT)
              MOVE RTN-CMP-CODE TO RT-CMP-CODE (WS-RT-COUNT)
              MOVE RTN-RETURN-DATE TO RT-RETURN-DATE (WS-RT-COUNT)
              MOVE RTN-REASON TO RT-REASON (WS-RT-COUNT)
              MOVE SPACES TO RT-MAIL-DATE (WS-RT-COUNT)
              MOVE SPACES TO RT-LANG (WS-RT-COUNT)
              MOVE SPACES TO RT-POSTAL (WS-RT-COUNT)
              MOVE 0 TO RT-PRIOR-RETURNS (WS-RT-COUNT)
              MOVE 0 TO RT-TOTAL-RETURNS (WS-RT-COUNT)
              MOVE 'N' TO RT-OPTED-OUT (WS-RT-COUNT)
              MOVE 'N' TO RT-SUPPRESS (WS-RT-COUNT)
              MOVE WS-REJECT-REASON TO
                  RT-REJECT-REASON (WS-RT-COUNT)
              IF WS-REJECT-REASON = SPACES
                 MOVE 'A' TO RT-STATUS (WS-RT-COUNT)
              ELSE
                 MOVE 'R' TO RT-STATUS (WS-RT-COUNT)
              END-IF
           END-IF.

       VALIDATE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-CMP-FOUND
           IF RTN-CMP-CODE = SPACES
              MOVE 'Y' TO WS-CMP-FOUND
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF CMP-TBL-CODE (WS-CMP-IDX) = RTN-CMP-CODE
                  MOVE 'Y' TO WS-CMP-FOUND
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RSN-FOUND
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 7
               IF RSN-CODE (WS-RSN-IDX) = RTN-REASON
                  MOVE 'Y' TO WS-RSN-FOUND
               END-IF
           END-PERFORM
           MOVE 'V' TO CDA-ACTION
           MOVE RTN-CUST-NUMBER TO CDA-CUST-NUMBER
           CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           EVALUATE TRUE
               WHEN RTN-CUST-NUMBER = SPACES
                   MOVE 'CUSTOMER MISSING' TO WS-REJECT-REASON
               WHEN CDA-RESULT NOT = 'Y'
                   MOVE 'CUSTOMER NO. INVALID' TO WS-REJECT-REASON
               WHEN WS-CMP-FOUND = 'N'
                   MOVE 'CAMPAIGN UNKNOWN' TO WS-REJECT-REASON
               WHEN WS-RSN-FOUND = 'N'
                   MOVE 'REASON CODE UNKNOWN' TO WS-REJECT-REASON
               WHEN RTN-RETURN-DATE IS NOT NUMERIC
                   MOVE 'RETURN DATE INVALID' TO WS-REJECT-REASON
               WHEN RTN-RETURN-DATE > WS-RUN-DATE
                   MOVE 'RETURN DATE FUTURE' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                           UNTIL WS-RT-SCAN > WS-RT-COUNT
                       IF RT-CUST-NUMBER (WS-RT-SCAN) = RTN-CUST-NUMBER
                          AND RT-CMP-CODE (WS-RT-SCAN) = RTN-CMP-CODE
                          AND RT-STATUS (WS-RT-SCAN) = 'A'
                          MOVE 'DUPLICATE IN RUN' TO WS-REJECT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       CHECK-RETURN-HISTORY.
           OPEN INPUT RETURN-HIST-FILE
           IF RETURN-HIST-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ RETURN-HIST-FILE
                  IF RETURN-HIST-STATUS = '00'
                     PERFORM CHECK-ONE-HISTORY-RECORD
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE RETURN-HIST-FILE
           END-IF.

       CHECK-ONE-HISTORY-RECORD.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF RT-CUST-NUMBER (WS-RT-IDX) = RTH-CUST-NUMBER
                  ADD 1 TO RT-PRIOR-RETURNS (WS-RT-IDX)
                  IF RT-CMP-CODE (WS-RT-IDX) = RTH-CMP-CODE
                     AND RT-STATUS (WS-RT-IDX) = 'A'
                     MOVE 'R' TO RT-STATUS (WS-RT-IDX)
                     MOVE 'ALREADY RECORDED' TO
                         RT-REJECT-REASON (WS-RT-IDX)
                  END-IF
               END-IF
           END-PERFORM.

       MATCH-MAIL-LOG.
           OPEN INPUT MAIL-LOG-FILE
           IF MAIL-LOG-STATUS NOT = '00'
              DISPLAY 'ZTPRTPST MAILLOG NOT AVAILABLE, STATUS: '
                  MAIL-LOG-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ MAIL-LOG-FILE
                  IF MAIL-LOG-STATUS = '00'
                     PERFORM MATCH-ONE-MAILED-LETTER
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE MAIL-LOG-FILE
           END-IF.

       MATCH-ONE-MAILED-LETTER.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF RT-CUST-NUMBER (WS-RT-IDX) = MLG-CUST-NUMBER
                  AND RT-CMP-CODE (WS-RT-IDX) = MLG-CMP-CODE
                  AND MLG-MAIL-DATE <= RT-RETURN-DATE (WS-RT-IDX)
                  MOVE MLG-MAIL-DATE TO RT-MAIL-DATE (WS-RT-IDX)
                  MOVE MLG-LANG TO RT-LANG (WS-RT-IDX)
                  MOVE MLG-POSTAL TO RT-POSTAL (WS-RT-IDX)
               END-IF
           END-PERFORM.

       CHECK-OPTOUT-LIST.
           OPEN INPUT OPTOUT-FILE
           IF OPTOUT-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ OPTOUT-FILE
                  IF OPTOUT-STATUS = '00'
                     PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                             UNTIL WS-RT-IDX > WS-RT-COUNT
                         IF RT-CUST-NUMBER (WS-RT-IDX) =
                                OPT-CUST-NUMBER
                            MOVE 'Y' TO RT-OPTED-OUT (WS-RT-IDX)
                         END-IF
                     END-PERFORM
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE OPTOUT-FILE
           END-IF.

       COUNT-CUSTOMER-RETURNS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF RT-STATUS (WS-RT-IDX) = 'A'
                  ADD 1 TO WS-TRN-POSTED
                  IF RT-MAIL-DATE (WS-RT-IDX) = SPACES
                     ADD 1 TO WS-TRN-NO-MAILING
                  END-IF
                  MOVE RT-PRIOR-RETURNS (WS-RT-IDX) TO
                      RT-TOTAL-RETURNS (WS-RT-IDX)
                  PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                          UNTIL WS-RT-SCAN > WS-RT-IDX
                      IF RT-CUST-NUMBER (WS-RT-SCAN) =
                             RT-CUST-NUMBER (WS-RT-IDX)
                         AND RT-STATUS (WS-RT-SCAN) = 'A'
                         ADD 1 TO RT-TOTAL-RETURNS (WS-RT-IDX)
                      END-IF
                  END-PERFORM
                  IF RT-TOTAL-RETURNS (WS-RT-IDX) >=
                         WS-RETURN-THRESHOLD
                     AND RT-OPTED-OUT (WS-RT-IDX) = 'N'
                     PERFORM MARK-CUSTOMER-SUPPRESSED
                  END-IF
               ELSE
                  ADD 1 TO WS-TRN-REJECTED
               END-IF
           END-PERFORM.

       MARK-CUSTOMER-SUPPRESSED.
           MOVE 'Y' TO RT-SUPPRESS (WS-RT-IDX)
           ADD 1 TO WS-NEW-SUPPRESSIONS
           PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                   UNTIL WS-RT-SCAN > WS-RT-COUNT
               IF RT-CUST-NUMBER (WS-RT-SCAN) =
                      RT-CUST-NUMBER (WS-RT-IDX)
                  MOVE 'Y' TO RT-OPTED-OUT (WS-RT-SCAN)
               END-IF
           END-PERFORM.

       APPEND-RETURN-HISTORY.
           OPEN EXTEND RETURN-HIST-FILE
           IF RETURN-HIST-STATUS NOT = '00'
              OPEN OUTPUT RETURN-HIST-FILE
           END-IF
           IF RETURN-HIST-STATUS NOT = '00'
              DISPLAY 'ZTPRTPST RETHIST OPEN FAILED, STATUS: '
                  RETURN-HIST-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                      UNTIL WS-RT-IDX > WS-RT-COUNT
                  IF RT-STATUS (WS-RT-IDX) = 'A'
                     MOVE SPACES TO RETURN-HIST-RECORD
                     MOVE RT-CUST-NUMBER (WS-RT-IDX) TO
                         RTH-CUST-NUMBER
                     MOVE RT-CMP-CODE (WS-RT-IDX) TO RTH-CMP-CODE
                     MOVE RT-RETURN-DATE (WS-RT-IDX) TO
                         RTH-RETURN-DATE
                     MOVE RT-REASON (WS-RT-IDX) TO RTH-REASON
                     MOVE WS-RUN-DATE TO RTH-POSTED-DATE
                     MOVE RT-MAIL-DATE (WS-RT-IDX) TO RTH-MAIL-DATE
                     MOVE RT-LANG (WS-RT-IDX) TO RTH-LANG
                     MOVE RT-POSTAL (WS-RT-IDX) TO RTH-POSTAL
                     WRITE RETURN-HIST-RECORD
                  END-IF
              END-PERFORM
              CLOSE RETURN-HIST-FILE
           END-IF.

       APPEND-NEW-SUPPRESSIONS.
           IF WS-NEW-SUPPRESSIONS > 0
              OPEN EXTEND OPTOUT-FILE
              IF OPTOUT-STATUS NOT = '00'
                 OPEN OUTPUT OPTOUT-FILE
              END-IF
              IF OPTOUT-STATUS NOT = '00'
                 DISPLAY 'ZTPRTPST OPTOUT OPEN FAILED, STATUS: '
                     OPTOUT-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
              ELSE
                 PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                         UNTIL WS-RT-IDX > WS-RT-COUNT
                     IF RT-SUPPRESS (WS-RT-IDX) = 'Y'
                        MOVE SPACES TO OPTOUT-RECORD
                        MOVE RT-CUST-NUMBER (WS-RT-IDX) TO
                            OPT-CUST-NUMBER
                        WRITE OPTOUT-RECORD
                     END-IF
                 END-PERFORM
                 CLOSE OPTOUT-FILE
              END-IF
           END-IF.

       CLEAR-RETURN-TRANSACTIONS.
           OPEN OUTPUT RETURN-TRN-FILE
           IF RETURN-TRN-STATUS = '00'
              CLOSE RETURN-TRN-FILE
           ELSE
              DISPLAY 'ZTPRTPST RETMAIL CLEAR FAILED, STATUS: '
                  RETURN-TRN-STATUS
           END-IF.

       WRITE-RETURN-REGISTER.
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE RT-CUST-NUMBER (WS-RT-IDX) TO RPT-DET-NUMBER
               MOVE RT-CMP-CODE (WS-RT-IDX) TO RPT-DET-CAMPAIGN
               MOVE RT-RETURN-DATE (WS-RT-IDX) TO RPT-DET-RETURN-DATE
               MOVE RT-REASON (WS-RT-IDX) TO RPT-DET-REASON
               MOVE RT-MAIL-DATE (WS-RT-IDX) TO RPT-DET-MAIL-DATE
               MOVE RT-POSTAL (WS-RT-IDX) (1:3) TO RPT-DET-AREA
               MOVE RT-LANG (WS-RT-IDX) TO RPT-DET-LANG
               MOVE RT-TOTAL-RETURNS (WS-RT-IDX) TO RPT-DET-COUNT
               EVALUATE TRUE
                   WHEN RT-STATUS (WS-RT-IDX) = 'R'
                       MOVE RT-REJECT-REASON (WS-RT-IDX) TO
                           RPT-DET-STATUS
                   WHEN RT-SUPPRESS (WS-RT-IDX) = 'Y'
                       MOVE 'POSTED - SUPPRESSED' TO RPT-DET-STATUS
                   WHEN RT-MAIL-DATE (WS-RT-IDX) = SPACES
                       MOVE 'POSTED - NOT LOGGED' TO RPT-DET-STATUS
                   WHEN OTHER
                       MOVE 'POSTED' TO RPT-DET-STATUS
               END-EVALUATE
               WRITE RETURN-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO RETURN-RPT-RECORD
           WRITE RETURN-RPT-RECORD
           MOVE 'RETURNED MAIL TRANSACTIONS READ   ' TO RPT-CNT-LABEL
           MOVE WS-TRN-READ TO RPT-CNT-VALUE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RETURNS POSTED                    ' TO RPT-CNT-LABEL
           MOVE WS-TRN-POSTED TO RPT-CNT-VALUE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  OF WHICH NOT ON THE MAILING LOG ' TO RPT-CNT-LABEL
           MOVE WS-TRN-NO-MAILING TO RPT-CNT-VALUE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RETURNS REJECTED                  ' TO RPT-CNT-LABEL
           MOVE WS-TRN-REJECTED TO RPT-CNT-VALUE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CUSTOMERS ADDED TO OPTOUT         ' TO RPT-CNT-LABEL
           MOVE WS-NEW-SUPPRESSIONS TO RPT-CNT-VALUE
           WRITE RETURN-RPT-RECORD FROM WS-RPT-COUNT-LINE.
       END PROGRAM ZTPRTPST.
