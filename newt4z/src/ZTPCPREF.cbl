       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCPREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-PREF-FILE ASSIGN CUSTPREF
           FILE STATUS IS CUST-PREF-STATUS.
           SELECT PREF-TRN-FILE ASSIGN CPREFTRN
           FILE STATUS IS PREF-TRN-STATUS.
           SELECT BOUNCE-FILE ASSIGN EMBOUNCE
           FILE STATUS IS BOUNCE-STATUS.
           SELECT PREF-RPT-FILE ASSIGN CPREFRPT
           FILE STATUS IS PREF-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-PREF-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-PREF-RECORD.
           05  CPF-CUST-NUMBER PIC X(8).
           05  CPF-CHANNEL PIC X(1).
           05  CPF-EMAIL PIC X(60).
           05  CPF-BOUNCE-DATE PIC X(8).
           05  CPF-BOUNCE-REASON PIC X(2).
           05  CPF-UPDATED-DATE PIC X(8).
           05  FILLER PIC X(13).
       FD  PREF-TRN-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PREF-TRN-RECORD.
           05  CPT-ACTION PIC X(1).
           05  CPT-CUST-NUMBER PIC X(8).
           05  CPT-CHANNEL PIC X(1).
           05  CPT-EMAIL PIC X(60).
           05  FILLER PIC X(30).
       FD  BOUNCE-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  BOUNCE-RECORD.
           05  EMB-CUST-NUMBER PIC X(8).
           05  EMB-EMAIL PIC X(60).
           05  EMB-BOUNCE-DATE PIC X(8).
           05  EMB-REASON PIC X(2).
           05  FILLER PIC X(22).
       FD  PREF-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PREF-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  CUST-PREF-STATUS PIC X(2).
       01  PREF-TRN-STATUS PIC X(2).
       01  BOUNCE-STATUS PIC X(2).
       01  PREF-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-FILE-ERROR PIC X(1) VALUE 'N'.
       01  WS-PREF-LOADED PIC 9(6) VALUE 0.
       01  WS-PREF-WRITTEN PIC 9(6) VALUE 0.
       01  WS-PREF-EMAIL PIC 9(6) VALUE 0.
       01  WS-PREF-BOUNCED PIC 9(6) VALUE 0.
       01  WS-TRN-READ PIC 9(6) VALUE 0.
       01  WS-TRN-APPLIED PIC 9(6) VALUE 0.
       01  WS-TRN-REJECTED PIC 9(6) VALUE 0.
       01  WS-BNC-READ PIC 9(6) VALUE 0.
       01  WS-BNC-POSTED PIC 9(6) VALUE 0.
       01  WS-BNC-STALE PIC 9(6) VALUE 0.
       01  WS-BNC-REJECTED PIC 9(6) VALUE 0.
       01  WS-REJECT-REASON PIC X(24).
       01  WS-PT-MATCH PIC 9(4).
       01  WS-NEW-CHANNEL PIC X(1).
       01  WS-NEW-EMAIL PIC X(60).
       01  WS-EMAIL-WORK PIC X(60).
       01  WS-EMAIL-VALID PIC X(1).
       01  WS-AT-COUNT PIC 9(3).
       01  WS-SPACE-COUNT PIC 9(3).
       01  WS-AT-POS PIC 9(3).
       01  WS-DOT-COUNT PIC 9(3).
       01  WS-EMAIL-LEN PIC 9(3).
       01  BOUNCE-REASON-CODES.
           05  FILLER PIC X(22) VALUE 'HBHARD BOUNCE         '.
           05  FILLER PIC X(22) VALUE 'SBSOFT BOUNCE         '.
           05  FILLER PIC X(22) VALUE 'IVINVALID ADDRESS     '.
           05  FILLER PIC X(22) VALUE 'BLBLOCKED BY RECEIVER '.
           05  FILLER PIC X(22) VALUE 'OTOTHER               '.
       01  BOUNCE-REASON-TBL REDEFINES BOUNCE-REASON-CODES.
           05  BRS-ENTRY OCCURS 5 TIMES.
               10  BRS-CODE PIC X(2).
               10  BRS-TEXT PIC X(20).
       01  WS-BRS-IDX PIC 9(1).
       01  WS-BRS-FOUND PIC X(1).
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  PREF-TABLE.
           05  PT-ENTRY OCCURS 5000 TIMES.
               10  PT-CUST-NUMBER PIC X(8).
               10  PT-CHANNEL PIC X(1).
               10  PT-EMAIL PIC X(60).
               10  PT-BOUNCE-DATE PIC X(8).
               10  PT-BOUNCE-REASON PIC X(2).
               10  PT-UPDATED-DATE PIC X(8).
               10  PT-DELETED PIC X(1).
       01  WS-PT-COUNT PIC 9(4) VALUE 0.
       01  WS-PT-IDX PIC 9(4).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'CUSTOMER CONTACT PREFERENCES        '.
           05  FILLER PIC X(10) VALUE 'RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SRC ACT CUSTOMER C EMAIL                '.
           05  FILLER PIC X(40)
               VALUE '                 STATUS                 '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SOURCE PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ACTION PIC X(3).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NUMBER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CHANNEL PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-EMAIL PIC X(36).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STATUS PIC X(24).
       01  WS-RPT-NOTE.
           05  RPT-NOTE-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           OPEN OUTPUT PREF-RPT-FILE
           IF PREF-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCPREF CPREFRPT OPEN FAILED, STATUS: '
                  PREF-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE PREF-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE PREF-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-PREFERENCE-MASTER
           IF WS-FILE-ERROR = 'Y'
              CLOSE PREF-RPT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           WRITE PREF-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM APPLY-PREFERENCE-TRANSACTIONS
           PERFORM APPLY-EMAIL-BOUNCES
           IF WS-RUN-MODE NOT = 'TEST'
              PERFORM REWRITE-PREFERENCE-MASTER
              IF WS-FILE-ERROR = 'N'
                 PERFORM CLEAR-PREFERENCE-INPUTS
              END-IF
           ELSE
              PERFORM COUNT-PREFERENCES
           END-IF
           PERFORM WRITE-PREFERENCE-TOTALS
           CLOSE PREF-RPT-FILE
           DISPLAY 'ZTPCPREF TRANSACTIONS APPLIED: ' WS-TRN-APPLIED
           DISPLAY 'ZTPCPREF TRANSACTIONS REJECTED: ' WS-TRN-REJECTED
           DISPLAY 'ZTPCPREF BOUNCES POSTED: ' WS-BNC-POSTED
           DISPLAY 'ZTPCPREF BOUNCES REJECTED: ' WS-BNC-REJECTED
           IF WS-TRN-REJECTED > 0
              OR WS-BNC-REJECTED > 0
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
              MOVE 'ZTPCPREF' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              COMPUTE AUDIT-RECORDS-PROCESSED =
                  WS-TRN-READ + WS-BNC-READ
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCPREF' TO VER-PROGRAM-ID
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

       LOAD-PREFERENCE-MASTER.
           OPEN INPUT CUST-PREF-FILE
           IF CUST-PREF-STATUS NOT = '00'
              DISPLAY 'ZTPCPREF CUSTPREF EMPTY OR NOT AVAILABLE, '
                  'STATUS: ' CUST-PREF-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ CUST-PREF-FILE
                  IF CUST-PREF-STATUS = '00'
                     IF CPF-CUST-NUMBER NOT = SPACES
                        PERFORM LOAD-ONE-PREFERENCE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CUST-PREF-FILE
           END-IF.

       LOAD-ONE-PREFERENCE.
           IF WS-PT-COUNT = 5000
              DISPLAY 'ZTPCPREF PREFERENCE TABLE FULL LOADING '
                  'CUSTPREF - RUN STOPPED'
              MOVE 'Y' TO WS-FILE-ERROR
              MOVE 'N' TO WS-MORE-RECORDS
           ELSE
              ADD 1 TO WS-PT-COUNT
              ADD 1 TO WS-PREF-LOADED
              MOVE CPF-CUST-NUMBER TO PT-CUST-NUMBER (WS-PT-COUNT)
              MOVE CPF-CHANNEL TO PT-CHANNEL (WS-PT-COUNT)
              MOVE CPF-EMAIL TO PT-EMAIL (WS-PT-COUNT)
              MOVE CPF-BOUNCE-DATE TO PT-BOUNCE-DATE (WS-PT-COUNT)
              MOVE CPF-BOUNCE-REASON TO PT-BOUNCE-REASON (WS-PT-COUNT)
              MOVE CPF-UPDATED-DATE TO PT-UPDATED-DATE (WS-PT-COUNT)
              MOVE 'N' TO PT-DELETED (WS-PT-COUNT)
           END-IF.

       FIND-PREFERENCE.
           MOVE 0 TO WS-PT-MATCH
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF PT-CUST-NUMBER (WS-PT-IDX) = CDA-CUST-NUMBER
                  AND PT-DELETED (WS-PT-IDX) = 'N'
                  MOVE WS-PT-IDX TO WS-PT-MATCH
                  MOVE WS-PT-COUNT TO WS-PT-IDX
               END-IF
           END-PERFORM.

       APPLY-PREFERENCE-TRANSACTIONS.
           OPEN INPUT PREF-TRN-FILE
           IF PREF-TRN-STATUS NOT = '00'
              DISPLAY 'ZTPCPREF CPREFTRN NOT AVAILABLE, STATUS: '
                  PREF-TRN-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ PREF-TRN-FILE
                  IF PREF-TRN-STATUS = '00'
                     IF PREF-TRN-RECORD NOT = SPACES
                        AND PREF-TRN-RECORD (1:1) NOT = '*'
                        ADD 1 TO WS-TRN-READ
                        PERFORM APPLY-ONE-TRANSACTION
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE PREF-TRN-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(CPT-ACTION) TO CPT-ACTION
           MOVE FUNCTION UPPER-CASE(CPT-CHANNEL) TO CPT-CHANNEL
           MOVE 'V' TO CDA-ACTION
           MOVE CPT-CUST-NUMBER TO CDA-CUST-NUMBER
           CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           PERFORM FIND-PREFERENCE
           MOVE CPT-CHANNEL TO WS-NEW-CHANNEL
           MOVE FUNCTION TRIM(CPT-EMAIL) TO WS-NEW-EMAIL
           IF WS-PT-MATCH NOT = 0
              IF WS-NEW-CHANNEL = SPACE
                 MOVE PT-CHANNEL (WS-PT-MATCH) TO WS-NEW-CHANNEL
              END-IF
              IF WS-NEW-EMAIL = SPACES
                 MOVE PT-EMAIL (WS-PT-MATCH) TO WS-NEW-EMAIL
              END-IF
           END-IF
           IF WS-NEW-CHANNEL = SPACE
              MOVE 'P' TO WS-NEW-CHANNEL
           END-IF
           MOVE 'Y' TO WS-EMAIL-VALID
           IF CPT-EMAIL NOT = SPACES
              MOVE WS-NEW-EMAIL TO WS-EMAIL-WORK
              PERFORM VALIDATE-EMAIL-ADDRESS
           END-IF
           EVALUATE TRUE
               WHEN CPT-CUST-NUMBER = SPACES
                   MOVE 'CUSTOMER MISSING' TO WS-REJECT-REASON
               WHEN CDA-RESULT NOT = 'Y'
                   MOVE 'CUSTOMER NO. INVALID' TO WS-REJECT-REASON
               WHEN CPT-ACTION NOT = 'A'
                    AND CPT-ACTION NOT = 'C'
                    AND CPT-ACTION NOT = 'D'
                   MOVE 'ACTION NOT A/C/D' TO WS-REJECT-REASON
               WHEN CPT-ACTION = 'A' AND WS-PT-MATCH NOT = 0
                   MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
               WHEN CPT-ACTION NOT = 'A' AND WS-PT-MATCH = 0
                   MOVE 'NOT ON FILE' TO WS-REJECT-REASON
               WHEN CPT-ACTION = 'D'
                   CONTINUE
               WHEN WS-NEW-CHANNEL NOT = 'P'
                    AND WS-NEW-CHANNEL NOT = 'E'
                   MOVE 'CHANNEL NOT P/E' TO WS-REJECT-REASON
               WHEN WS-EMAIL-VALID = 'N'
                   MOVE 'EMAIL ADDRESS INVALID' TO WS-REJECT-REASON
               WHEN WS-NEW-CHANNEL = 'E' AND WS-NEW-EMAIL = SPACES
                   MOVE 'EMAIL CHANNEL, NO EMAIL' TO WS-REJECT-REASON
               WHEN CPT-ACTION = 'A' AND WS-PT-COUNT = 5000
                   MOVE 'PREFERENCE TABLE FULL' TO WS-REJECT-REASON
           END-EVALUATE
           MOVE 'TRN' TO RPT-DET-SOURCE
           MOVE CPT-CUST-NUMBER TO RPT-DET-NUMBER
           MOVE WS-NEW-CHANNEL TO RPT-DET-CHANNEL
           MOVE WS-NEW-EMAIL TO RPT-DET-EMAIL
           EVALUATE CPT-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO RPT-DET-ACTION
               WHEN 'C'
                   MOVE 'CHG' TO RPT-DET-ACTION
               WHEN 'D'
                   MOVE 'DEL' TO RPT-DET-ACTION
               WHEN OTHER
                   MOVE CPT-ACTION TO RPT-DET-ACTION
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-TRN-REJECTED
              MOVE WS-REJECT-REASON TO RPT-DET-STATUS
           ELSE
              ADD 1 TO WS-TRN-APPLIED
              EVALUATE CPT-ACTION
                  WHEN 'A'
                      ADD 1 TO WS-PT-COUNT
                      MOVE WS-PT-COUNT TO WS-PT-MATCH
                      MOVE CPT-CUST-NUMBER TO
                          PT-CUST-NUMBER (WS-PT-MATCH)
                      MOVE 'N' TO PT-DELETED (WS-PT-MATCH)
                      MOVE SPACES TO PT-EMAIL (WS-PT-MATCH)
                      MOVE SPACES TO PT-BOUNCE-DATE (WS-PT-MATCH)
                      MOVE SPACES TO PT-BOUNCE-REASON (WS-PT-MATCH)
                      PERFORM STORE-PREFERENCE-CHANGE
                      MOVE 'ADDED' TO RPT-DET-STATUS
                  WHEN 'C'
                      PERFORM STORE-PREFERENCE-CHANGE
                      MOVE 'CHANGED' TO RPT-DET-STATUS
                  WHEN 'D'
                      MOVE 'Y' TO PT-DELETED (WS-PT-MATCH)
                      MOVE 'DELETED - PRINT' TO RPT-DET-STATUS
              END-EVALUATE
           END-IF
           WRITE PREF-RPT-RECORD FROM WS-RPT-DETAIL.

       STORE-PREFERENCE-CHANGE.
           IF CPT-EMAIL NOT = SPACES
              MOVE SPACES TO PT-BOUNCE-DATE (WS-PT-MATCH)
              MOVE SPACES TO PT-BOUNCE-REASON (WS-PT-MATCH)
           END-IF
           MOVE WS-NEW-CHANNEL TO PT-CHANNEL (WS-PT-MATCH)
           MOVE WS-NEW-EMAIL TO PT-EMAIL (WS-PT-MATCH)
           MOVE WS-RUN-DATE TO PT-UPDATED-DATE (WS-PT-MATCH).

       VALIDATE-EMAIL-ADDRESS.
           MOVE 'N' TO WS-EMAIL-VALID
           MOVE 0 TO WS-AT-COUNT
           MOVE 0 TO WS-AT-POS
           MOVE 0 TO WS-SPACE-COUNT
           MOVE 0 TO WS-DOT-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-WORK))
               TO WS-EMAIL-LEN
           INSPECT WS-EMAIL-WORK (1:WS-EMAIL-LEN)
               TALLYING WS-AT-COUNT FOR ALL '@'
                        WS-SPACE-COUNT FOR ALL SPACE
           INSPECT WS-EMAIL-WORK TALLYING WS-AT-POS
               FOR CHARACTERS BEFORE INITIAL '@'
           IF WS-AT-COUNT = 1
              AND WS-SPACE-COUNT = 0
              AND WS-AT-POS > 0
              AND WS-AT-POS + 1 < WS-EMAIL-LEN
              INSPECT WS-EMAIL-WORK (WS-AT-POS + 2:)
                  TALLYING WS-DOT-COUNT FOR ALL '.'
              IF WS-DOT-COUNT > 0
                 AND WS-EMAIL-WORK (WS-AT-POS + 2:1) NOT = '.'
                 AND WS-EMAIL-WORK (WS-EMAIL-LEN:1) NOT = '.'
                 MOVE 'Y' TO WS-EMAIL-VALID
              END-IF
           END-IF.

       APPLY-EMAIL-BOUNCES.
           OPEN INPUT BOUNCE-FILE
           IF BOUNCE-STATUS NOT = '00'
              DISPLAY 'ZTPCPREF EMBOUNCE NOT AVAILABLE, STATUS: '
                  BOUNCE-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ BOUNCE-FILE
                  IF BOUNCE-STATUS = '00'
                     IF BOUNCE-RECORD NOT = SPACES
                        AND BOUNCE-RECORD (1:1) NOT = '*'
                        ADD 1 TO WS-BNC-READ
                        PERFORM APPLY-ONE-BOUNCE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE BOUNCE-FILE
           END-IF.

       APPLY-ONE-BOUNCE.
           MOVE SPACES TO WS-REJECT-REASON
           IF EMB-BOUNCE-DATE = SPACES
              MOVE WS-RUN-DATE TO EMB-BOUNCE-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(EMB-REASON) TO EMB-REASON
           MOVE 'N' TO WS-BRS-FOUND
           PERFORM VARYING WS-BRS-IDX FROM 1 BY 1
                   UNTIL WS-BRS-IDX > 5
               IF BRS-CODE (WS-BRS-IDX) = EMB-REASON
                  MOVE 'Y' TO WS-BRS-FOUND
               END-IF
           END-PERFORM
           MOVE 'V' TO CDA-ACTION
           MOVE EMB-CUST-NUMBER TO CDA-CUST-NUMBER
           CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           PERFORM FIND-PREFERENCE
           EVALUATE TRUE
               WHEN EMB-CUST-NUMBER = SPACES
                   MOVE 'CUSTOMER MISSING' TO WS-REJECT-REASON
               WHEN CDA-RESULT NOT = 'Y'
                   MOVE 'CUSTOMER NO. INVALID' TO WS-REJECT-REASON
               WHEN WS-BRS-FOUND = 'N'
                   MOVE 'REASON CODE UNKNOWN' TO WS-REJECT-REASON
               WHEN EMB-BOUNCE-DATE IS NOT NUMERIC
                   MOVE 'BOUNCE DATE INVALID' TO WS-REJECT-REASON
               WHEN EMB-BOUNCE-DATE > WS-RUN-DATE
                   MOVE 'BOUNCE DATE FUTURE' TO WS-REJECT-REASON
               WHEN WS-PT-MATCH = 0
                   MOVE 'NOT ON FILE' TO WS-REJECT-REASON
           END-EVALUATE
           MOVE 'BNC' TO RPT-DET-SOURCE
           MOVE EMB-REASON TO RPT-DET-ACTION
           MOVE EMB-CUST-NUMBER TO RPT-DET-NUMBER
           MOVE SPACE TO RPT-DET-CHANNEL
           MOVE EMB-EMAIL TO RPT-DET-EMAIL
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-BNC-REJECTED
              MOVE WS-REJECT-REASON TO RPT-DET-STATUS
           ELSE
              MOVE PT-CHANNEL (WS-PT-MATCH) TO RPT-DET-CHANNEL
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(EMB-EMAIL)) NOT =
                 FUNCTION UPPER-CASE(PT-EMAIL (WS-PT-MATCH))
                 ADD 1 TO WS-BNC-STALE
                 MOVE 'IGNORED - EMAIL CHANGED' TO RPT-DET-STATUS
              ELSE
                 ADD 1 TO WS-BNC-POSTED
                 IF PT-BOUNCE-DATE (WS-PT-MATCH) = SPACES
                    MOVE EMB-BOUNCE-DATE TO
                        PT-BOUNCE-DATE (WS-PT-MATCH)
                    MOVE EMB-REASON TO PT-BOUNCE-REASON (WS-PT-MATCH)
                    MOVE WS-RUN-DATE TO PT-UPDATED-DATE (WS-PT-MATCH)
                 END-IF
                 MOVE 'POSTED - PRINT NEXT RUN' TO RPT-DET-STATUS
              END-IF
           END-IF
           WRITE PREF-RPT-RECORD FROM WS-RPT-DETAIL.

       REWRITE-PREFERENCE-MASTER.
           OPEN OUTPUT CUST-PREF-FILE
           IF CUST-PREF-STATUS NOT = '00'
              DISPLAY 'ZTPCPREF CUSTPREF OPEN FAILED, STATUS: '
                  CUST-PREF-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                      UNTIL WS-PT-IDX > WS-PT-COUNT
                  IF PT-DELETED (WS-PT-IDX) = 'N'
                     MOVE SPACES TO CUST-PREF-RECORD
                     MOVE PT-CUST-NUMBER (WS-PT-IDX) TO
                         CPF-CUST-NUMBER
                     MOVE PT-CHANNEL (WS-PT-IDX) TO CPF-CHANNEL
                     MOVE PT-EMAIL (WS-PT-IDX) TO CPF-EMAIL
                     MOVE PT-BOUNCE-DATE (WS-PT-IDX) TO
                         CPF-BOUNCE-DATE
                     MOVE PT-BOUNCE-REASON (WS-PT-IDX) TO
                         CPF-BOUNCE-REASON
                     MOVE PT-UPDATED-DATE (WS-PT-IDX) TO
                         CPF-UPDATED-DATE
                     WRITE CUST-PREF-RECORD
                     ADD 1 TO WS-PREF-WRITTEN
                  END-IF
              END-PERFORM
              CLOSE CUST-PREF-FILE
           END-IF
           PERFORM COUNT-PREFERENCES.

       COUNT-PREFERENCES.
           MOVE 0 TO WS-PREF-EMAIL
           MOVE 0 TO WS-PREF-BOUNCED
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF PT-DELETED (WS-PT-IDX) = 'N'
                  AND PT-CHANNEL (WS-PT-IDX) = 'E'
                  ADD 1 TO WS-PREF-EMAIL
                  IF PT-BOUNCE-DATE (WS-PT-IDX) NOT = SPACES
                     ADD 1 TO WS-PREF-BOUNCED
                  END-IF
               END-IF
           END-PERFORM.

       CLEAR-PREFERENCE-INPUTS.
           OPEN OUTPUT PREF-TRN-FILE
           IF PREF-TRN-STATUS = '00'
              CLOSE PREF-TRN-FILE
           ELSE
              DISPLAY 'ZTPCPREF CPREFTRN CLEAR FAILED, STATUS: '
                  PREF-TRN-STATUS
           END-IF
           OPEN OUTPUT BOUNCE-FILE
           IF BOUNCE-STATUS = '00'
              CLOSE BOUNCE-FILE
           ELSE
              DISPLAY 'ZTPCPREF EMBOUNCE CLEAR FAILED, STATUS: '
                  BOUNCE-STATUS
           END-IF.

       WRITE-PREFERENCE-TOTALS.
           IF WS-TRN-READ = 0 AND WS-BNC-READ = 0
              MOVE 'NO PREFERENCE CHANGES OR BOUNCES - NOTHING POSTED'
                  TO RPT-NOTE-TEXT
              WRITE PREF-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           MOVE SPACES TO PREF-RPT-RECORD
           WRITE PREF-RPT-RECORD
           MOVE 'PREFERENCES LOADED                ' TO RPT-CNT-LABEL
           MOVE WS-PREF-LOADED TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'TRANSACTIONS APPLIED              ' TO RPT-CNT-LABEL
           MOVE WS-TRN-APPLIED TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'TRANSACTIONS REJECTED             ' TO RPT-CNT-LABEL
           MOVE WS-TRN-REJECTED TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BOUNCES POSTED                    ' TO RPT-CNT-LABEL
           MOVE WS-BNC-POSTED TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BOUNCES IGNORED - EMAIL CHANGED   ' TO RPT-CNT-LABEL
           MOVE WS-BNC-STALE TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BOUNCES REJECTED                  ' TO RPT-CNT-LABEL
           MOVE WS-BNC-REJECTED TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           IF WS-RUN-MODE NOT = 'TEST'
              MOVE 'PREFERENCES WRITTEN               ' TO
                  RPT-CNT-LABEL
              MOVE WS-PREF-WRITTEN TO RPT-CNT-VALUE
              WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           END-IF
           MOVE 'CUSTOMERS ON EMAIL CHANNEL        ' TO RPT-CNT-LABEL
           MOVE WS-PREF-EMAIL TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  OF WHICH BOUNCED - SENT TO PRINT' TO RPT-CNT-LABEL
           MOVE WS-PREF-BOUNCED TO RPT-CNT-VALUE
           WRITE PREF-RPT-RECORD FROM WS-RPT-COUNT-LINE.
       END PROGRAM ZTPCPREF.
