       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDUPAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-APPR-FILE ASSIGN DUPAPPR
           FILE STATUS IS DUP-APPR-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT REACT-TRK-FILE ASSIGN REACTTRK
           FILE STATUS IS REACT-TRK-STATUS.
           SELECT RTK-WORK-FILE ASSIGN RTKWORK
           FILE STATUS IS RTK-WORK-STATUS.
           SELECT OPTOUT-FILE ASSIGN OPTOUT
           FILE STATUS IS OPTOUT-STATUS.
           SELECT OPT-WORK-FILE ASSIGN OPTWORK
           FILE STATUS IS OPT-WORK-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT MERGE-LOG-FILE ASSIGN MRGLOG
           FILE STATUS IS MERGE-LOG-STATUS.
           SELECT MERGE-RPT-FILE ASSIGN DUPAPRPT
           FILE STATUS IS MERGE-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUP-APPR-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  DUP-APPR-RECORD.
           05  APR-DECISION PIC X(1).
           05  APR-SURVIVOR PIC X(8).
           05  APR-DUPLICATE PIC X(8).
           05  APR-SCORE PIC X(3).
           05  APR-SURV-NAME PIC X(20).
           05  APR-DUP-NAME PIC X(20).
           05  APR-SURV-STREET PIC X(20).
           05  APR-DUP-STREET PIC X(20).
           05  APR-POSTAL PIC X(10).
           05  APR-MATCH-DATE PIC X(8).
           05  FILLER PIC X(2).
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
       FD  REACT-TRK-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REACT-TRK-RECORD.
           05  RTK-CUST-NUMBER PIC X(8).
           05  RTK-CUST-NAME PIC X(20).
           05  RTK-MAILED-DATE PIC X(8).
           05  FILLER PIC X(4).
       FD  RTK-WORK-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  RTK-WORK-RECORD PIC X(40).
       FD  OPTOUT-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD.
           05  OPT-CUST-NUMBER PIC X(8).
           05  OPT-CUST-NAME PIC X(20).
       FD  OPT-WORK-FILE RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  OPT-WORK-RECORD PIC X(28).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  MERGE-LOG-FILE RECORD CONTAINS 340 CHARACTERS
           RECORDING MODE IS F.
       01  MERGE-LOG-RECORD.
           05  MLG-REC-TYPE PIC X(1).
           05  MLG-RUN-TS PIC X(21).
           05  MLG-SURVIVOR PIC X(8).
           05  MLG-DUPLICATE PIC X(8).
           05  MLG-STORE PIC X(8).
           05  MLG-ACTION PIC X(8).
           05  MLG-REF-KEY PIC X(30).
           05  MLG-IMAGE PIC X(250).
           05  FILLER PIC X(6).
       FD  MERGE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MERGE-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  DUP-APPR-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  REACT-TRK-STATUS PIC X(2).
       01  RTK-WORK-STATUS PIC X(2).
       01  OPTOUT-STATUS PIC X(2).
       01  OPT-WORK-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  MERGE-LOG-STATUS PIC X(2).
       01  MERGE-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-SQL-ERROR PIC X(1) VALUE 'N'.
       01  WS-FILE-ERROR PIC X(1) VALUE 'N'.
       01  WS-MERGE-LOG-OPEN PIC X(1) VALUE 'N'.
       01  WS-FUNCTION PIC X(7) VALUE 'APPLY'.
       01  WS-DECISION PIC X(1) VALUE 'A'.
       01  WS-PAIRS-READ PIC 9(6) VALUE 0.
       01  WS-PAIRS-DONE PIC 9(6) VALUE 0.
       01  WS-PAIRS-REJECTED PIC 9(6) VALUE 0.
       01  WS-ITEMS-NOT-RESTORED PIC 9(6) VALUE 0.
       01  WS-ACTIVE-PAIRS PIC 9(3) VALUE 0.
       01  PAIR-TABLE.
           05  PR-ENTRY OCCURS 200 TIMES.
               10  PR-SURVIVOR PIC X(8).
               10  PR-DUPLICATE PIC X(8).
               10  PR-STATUS PIC X(1).
               10  PR-REASON PIC X(24).
               10  PR-MERGE-TS PIC X(21).
               10  PR-REVERSED PIC X(1).
               10  PR-ADOPT-COUNT PIC 9(5).
               10  PR-REACT-COUNT PIC 9(5).
               10  PR-OPTOUT-COUNT PIC 9(5).
               10  PR-KSDS-ACTION PIC X(8).
               10  PR-DB2-ACTION PIC X(8).
               10  PR-CUST-IMAGE PIC X(75).
       01  WS-PR-COUNT PIC 9(3) VALUE 0.
       01  WS-PR-IDX PIC 9(3).
       01  WS-PR-CHK PIC 9(3).
       01  WS-PR-MATCH PIC 9(3).
       01  REVERSAL-TABLE.
           05  RV-ENTRY OCCURS 1000 TIMES.
               10  RV-PAIR-IDX PIC 9(3).
               10  RV-STORE PIC X(8).
               10  RV-ACTION PIC X(8).
               10  RV-REF-KEY PIC X(30).
               10  RV-IMAGE PIC X(250).
               10  RV-DONE PIC X(1).
       01  WS-RV-COUNT PIC 9(4) VALUE 0.
       01  WS-RV-IDX PIC 9(4).
       01  WS-RV-MATCH PIC 9(4).
       01  WS-RV-FULL PIC X(1) VALUE 'N'.
       01  WS-SURVIVOR PIC X(8).
       01  WS-DUPLICATE PIC X(8).
       01  WS-FOUND-NUMBER PIC X(8).
       01  CUST-ROW-IMAGE.
           05  CRI-NUMBER PIC X(8).
           05  CRI-NAME PIC X(20).
           05  CRI-STREET PIC X(20).
           05  CRI-CITY PIC X(15).
           05  CRI-STATE PIC X(2).
           05  CRI-POSTAL PIC X(10).
       01  WS-KSDS-SAVE PIC X(250).
       01  WS-REF-KEY PIC X(30).
       01  WS-LOG-STORE PIC X(8).
       01  WS-LOG-ACTION PIC X(8).
       01  WS-LOG-REF-KEY PIC X(30).
       01  WS-LOG-IMAGE PIC X(250).
       01  HISTORY-REQUEST-AREA.
           05  HRA-ACTION PIC X(1).
           05  HRA-CUST-NUMBER PIC X(8).
           05  HRA-SOURCE PIC X(8).
           05  HRA-USERID PIC X(8).
           05  HRA-RESULT PIC X(1).
           05  HRA-SQLCODE PIC S9(9).
       01  WS-RPT-HEADER.
           05  RPT-HDR-TITLE PIC X(36).
           05  FILLER PIC X(10) VALUE 'RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  RPT-NOTE-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SURVIVOR MERGED   ADOPT REACT OPTOUT KSD'.
           05  FILLER PIC X(40)
               VALUE 'S     CUSTOMER RESULT                   '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SURVIVOR PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DUPLICATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ADOPT PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REACT PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-OPTOUT PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-KSDS PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-DB2 PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RESULT PIC X(24).
           05  FILLER PIC X(1) VALUE SPACE.
       01  WS-RPT-TRAILER.
           05  RPT-TRL-LABEL PIC X(21).
           05  RPT-TRL-DONE PIC ZZZZZ9.
           05  FILLER PIC X(19) VALUE '   PAIRS REJECTED  '.
           05  RPT-TRL-REJECTED PIC ZZZZZ9.
           05  FILLER PIC X(28) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 7
              AND PARM-TEXT (1:7) = 'REVERSE'
              MOVE 'REVERSE' TO WS-FUNCTION
              MOVE 'R' TO WS-DECISION
           END-IF
           OPEN OUTPUT MERGE-RPT-FILE
           IF MERGE-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP DUPAPRPT OPEN FAILED, STATUS: '
                  MERGE-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-FUNCTION = 'REVERSE'
              MOVE 'CUSTOMER MERGE REVERSAL' TO RPT-HDR-TITLE
           ELSE
              MOVE 'CUSTOMER MERGE APPLY' TO RPT-HDR-TITLE
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE MERGE-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE MERGE-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-APPROVED-PAIRS
           IF WS-PR-COUNT = 0
              DISPLAY 'ZTPDUPAP NO APPROVED PAIRS IN DUPAPPR, '
                  'NOTHING TO DO'
              MOVE 'NO PAIRS MARKED IN DUPAPPR - NOTHING DONE'
                  TO RPT-NOTE-TEXT
              WRITE MERGE-RPT-RECORD FROM WS-RPT-NOTE
              CLOSE MERGE-RPT-FILE
              MOVE 4 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           IF WS-FUNCTION = 'REVERSE'
              PERFORM FIND-LOGGED-MERGES
           ELSE
              PERFORM CHECK-PAIRS-ON-DB2
           END-IF
           PERFORM COUNT-ACTIVE-PAIRS
           IF WS-ACTIVE-PAIRS > 0
              PERFORM OPEN-MERGE-LOG
              IF WS-FUNCTION = 'REVERSE'
                 PERFORM RESTORE-CUSTOMER-ROWS
                 PERFORM RESTORE-CUSTOMER-KSDS
                 PERFORM RESTORE-ADOPTION-MASTER
              ELSE
                 PERFORM REPOINT-ADOPTION-MASTER
                 PERFORM REKEY-CUSTOMER-KSDS
              END-IF
              PERFORM PASS-REACTIVATION-TRACKING
              PERFORM PASS-OPTOUT-LIST
              IF WS-FUNCTION NOT = 'REVERSE'
                 PERFORM DELETE-MERGED-CUSTOMERS
              END-IF
              PERFORM WRITE-MERGE-HEADERS
              IF WS-MERGE-LOG-OPEN = 'Y'
                 CLOSE MERGE-LOG-FILE
              END-IF
           END-IF
           PERFORM WRITE-MERGE-REPORT
           CLOSE MERGE-RPT-FILE
           DISPLAY 'ZTPDUPAP FUNCTION: ' WS-FUNCTION
           DISPLAY 'ZTPDUPAP PAIRS READ: ' WS-PAIRS-READ
           DISPLAY 'ZTPDUPAP PAIRS COMPLETED: ' WS-PAIRS-DONE
           DISPLAY 'ZTPDUPAP PAIRS REJECTED: ' WS-PAIRS-REJECTED
           IF WS-FUNCTION = 'REVERSE'
              DISPLAY 'ZTPDUPAP LOGGED ITEMS NOT RESTORED: '
                  WS-ITEMS-NOT-RESTORED
           END-IF
           IF WS-PAIRS-REJECTED > 0
              OR WS-ITEMS-NOT-RESTORED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-SQL-ERROR = 'Y'
              OR WS-FILE-ERROR = 'Y'
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

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPDUPAP' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPDUPAP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-PAIRS-DONE TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPDUPAP' TO VER-PROGRAM-ID
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

       LOAD-APPROVED-PAIRS.
           OPEN INPUT DUP-APPR-FILE
           IF DUP-APPR-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP DUPAPPR OPEN FAILED, STATUS: '
                  DUP-APPR-STATUS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ DUP-APPR-FILE
                  IF DUP-APPR-STATUS = '00'
                     IF APR-DECISION = WS-DECISION
                        ADD 1 TO WS-PAIRS-READ
                        PERFORM ADD-APPROVED-PAIR
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE DUP-APPR-FILE
           END-IF.

       ADD-APPROVED-PAIR.
           IF WS-PR-COUNT = 200
              DISPLAY 'ZTPDUPAP MORE THAN 200 PAIRS, SKIPPED: '
                  APR-SURVIVOR ' ' APR-DUPLICATE
              ADD 1 TO WS-PAIRS-REJECTED
           ELSE
              ADD 1 TO WS-PR-COUNT
              MOVE WS-PR-COUNT TO WS-PR-IDX
              MOVE APR-SURVIVOR TO PR-SURVIVOR (WS-PR-IDX)
              MOVE APR-DUPLICATE TO PR-DUPLICATE (WS-PR-IDX)
              MOVE 'A' TO PR-STATUS (WS-PR-IDX)
              MOVE SPACES TO PR-REASON (WS-PR-IDX)
              MOVE SPACES TO PR-MERGE-TS (WS-PR-IDX)
              MOVE 'N' TO PR-REVERSED (WS-PR-IDX)
              MOVE 0 TO PR-ADOPT-COUNT (WS-PR-IDX)
              MOVE 0 TO PR-REACT-COUNT (WS-PR-IDX)
              MOVE 0 TO PR-OPTOUT-COUNT (WS-PR-IDX)
              MOVE 'NONE    ' TO PR-KSDS-ACTION (WS-PR-IDX)
              MOVE SPACES TO PR-DB2-ACTION (WS-PR-IDX)
              MOVE SPACES TO PR-CUST-IMAGE (WS-PR-IDX)
              IF APR-SURVIVOR = SPACES
                 OR APR-DUPLICATE = SPACES
                 OR APR-SURVIVOR = APR-DUPLICATE
                 MOVE 'INVALID PAIR' TO WS-REF-KEY
                 PERFORM REJECT-PAIR
              ELSE
                 PERFORM CHECK-PAIR-AGAINST-EARLIER
              END-IF
           END-IF.

       CHECK-PAIR-AGAINST-EARLIER.
           PERFORM VARYING WS-PR-CHK FROM 1 BY 1
                   UNTIL WS-PR-CHK >= WS-PR-IDX
               IF PR-STATUS (WS-PR-CHK) = 'A'
                  AND PR-STATUS (WS-PR-IDX) = 'A'
                  EVALUATE TRUE
                      WHEN PR-DUPLICATE (WS-PR-CHK) =
                               PR-DUPLICATE (WS-PR-IDX)
                          MOVE 'MERGED NUMBER LISTED TWICE'
                              TO WS-REF-KEY
                          PERFORM REJECT-PAIR
                      WHEN PR-DUPLICATE (WS-PR-CHK) =
                               PR-SURVIVOR (WS-PR-IDX)
                        OR PR-SURVIVOR (WS-PR-CHK) =
                               PR-DUPLICATE (WS-PR-IDX)
                          MOVE 'CHAINED - RERUN NEXT TIME' TO WS-REF-KEY
                          PERFORM REJECT-PAIR
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
               END-IF
           END-PERFORM.

       REJECT-PAIR.
           MOVE 'X' TO PR-STATUS (WS-PR-IDX)
           MOVE WS-REF-KEY TO PR-REASON (WS-PR-IDX)
           ADD 1 TO WS-PAIRS-REJECTED.

       COUNT-ACTIVE-PAIRS.
           MOVE 0 TO WS-ACTIVE-PAIRS
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  ADD 1 TO WS-ACTIVE-PAIRS
               END-IF
           END-PERFORM.

       CHECK-PAIRS-ON-DB2.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  MOVE PR-SURVIVOR (WS-PR-IDX) TO WS-SURVIVOR
                  EXEC SQL
                      SELECT CUST-NUMBER
                      INTO :WS-FOUND-NUMBER
                      FROM CUSTOMER
                      WHERE CUST-NUMBER = :WS-SURVIVOR
                  END-EXEC
                  EVALUATE SQLCODE
                      WHEN 0
                          CONTINUE
                      WHEN 100
                          MOVE 'SURVIVOR NOT ON DB2' TO WS-REF-KEY
                          PERFORM REJECT-PAIR
                      WHEN OTHER
                          DISPLAY 'ZTPDUPAP SELECT FAILED, SQLCODE: '
                              SQLCODE ' CUSTOMER: ' WS-SURVIVOR
                          MOVE 'Y' TO WS-SQL-ERROR
                          MOVE 'DB2 ERROR' TO WS-REF-KEY
                          PERFORM REJECT-PAIR
                  END-EVALUATE
               END-IF
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  MOVE PR-DUPLICATE (WS-PR-IDX) TO WS-DUPLICATE
                  MOVE SPACES TO CUST-ROW-IMAGE
                  EXEC SQL
                      SELECT CUST-NUMBER, CUST-NAME, CUST-STREET,
                             CUST-CITY, CUST-STATE, CUST-POSTAL
                      INTO :CRI-NUMBER, :CRI-NAME, :CRI-STREET,
                           :CRI-CITY, :CRI-STATE, :CRI-POSTAL
                      FROM CUSTOMER
                      WHERE CUST-NUMBER = :WS-DUPLICATE
                  END-EXEC
                  EVALUATE SQLCODE
                      WHEN 0
                          MOVE CUST-ROW-IMAGE TO
                              PR-CUST-IMAGE (WS-PR-IDX)
                      WHEN 100
                          MOVE 'MERGED NUMBER NOT ON DB2' TO WS-REF-KEY
                          PERFORM REJECT-PAIR
                      WHEN OTHER
                          DISPLAY 'ZTPDUPAP SELECT FAILED, SQLCODE: '
                              SQLCODE ' CUSTOMER: ' WS-DUPLICATE
                          MOVE 'Y' TO WS-SQL-ERROR
                          MOVE 'DB2 ERROR' TO WS-REF-KEY
                          PERFORM REJECT-PAIR
                  END-EVALUATE
               END-IF
           END-PERFORM.

       OPEN-MERGE-LOG.
           IF WS-RUN-MODE NOT = 'TEST'
              OPEN EXTEND MERGE-LOG-FILE
              IF MERGE-LOG-STATUS NOT = '00'
                 OPEN OUTPUT MERGE-LOG-FILE
              END-IF
              IF MERGE-LOG-STATUS = '00'
                 MOVE 'Y' TO WS-MERGE-LOG-OPEN
              ELSE
                 DISPLAY 'ZTPDUPAP MRGLOG OPEN FAILED, STATUS: '
                     MERGE-LOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 CLOSE MERGE-RPT-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF.

       FIND-PAIR-FOR-DUPLICATE.
           MOVE 0 TO WS-PR-MATCH
           PERFORM VARYING WS-PR-CHK FROM 1 BY 1
                   UNTIL WS-PR-CHK > WS-PR-COUNT
                      OR WS-PR-MATCH > 0
               IF PR-STATUS (WS-PR-CHK) = 'A'
                  AND PR-DUPLICATE (WS-PR-CHK) = WS-DUPLICATE
                  MOVE WS-PR-CHK TO WS-PR-MATCH
               END-IF
           END-PERFORM.

       FIND-REVERSAL-ITEM.
           MOVE 0 TO WS-RV-MATCH
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
                      OR WS-RV-MATCH > 0
               IF RV-DONE (WS-RV-IDX) = 'N'
                  AND RV-STORE (WS-RV-IDX) = WS-LOG-STORE
                  AND RV-REF-KEY (WS-RV-IDX) = WS-REF-KEY
                  AND PR-SURVIVOR (RV-PAIR-IDX (WS-RV-IDX)) =
                      WS-SURVIVOR
                  MOVE WS-RV-IDX TO WS-RV-MATCH
               END-IF
           END-PERFORM.

       WRITE-LOG-DETAIL.
           IF WS-MERGE-LOG-OPEN = 'Y'
              MOVE SPACES TO MERGE-LOG-RECORD
              MOVE 'D' TO MLG-REC-TYPE
              MOVE WS-START-TS TO MLG-RUN-TS
              MOVE PR-SURVIVOR (WS-PR-MATCH) TO MLG-SURVIVOR
              MOVE PR-DUPLICATE (WS-PR-MATCH) TO MLG-DUPLICATE
              MOVE WS-LOG-STORE TO MLG-STORE
              MOVE WS-LOG-ACTION TO MLG-ACTION
              MOVE WS-LOG-REF-KEY TO MLG-REF-KEY
              MOVE WS-LOG-IMAGE TO MLG-IMAGE
              WRITE MERGE-LOG-RECORD
           END-IF.

       REPOINT-ADOPTION-MASTER.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT ADOPT-MST-FILE
           ELSE
              OPEN I-O ADOPT-MST-FILE
           END-IF
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ ADOPT-MST-FILE NEXT RECORD
                  IF ADOPT-MST-STATUS = '00'
                     MOVE ADM-CUSTOMER-ID TO WS-DUPLICATE
                     PERFORM FIND-PAIR-FOR-DUPLICATE
                     IF WS-PR-MATCH > 0
                        PERFORM REPOINT-ONE-ADOPTION
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE ADOPT-MST-FILE
           END-IF.

       REPOINT-ONE-ADOPTION.
           ADD 1 TO PR-ADOPT-COUNT (WS-PR-MATCH)
           MOVE 'ADOPTMST' TO WS-LOG-STORE
           MOVE 'REPOINT ' TO WS-LOG-ACTION
           MOVE ADM-ANIMAL-ID TO WS-LOG-REF-KEY
           MOVE SPACES TO WS-LOG-IMAGE
           IF WS-RUN-MODE NOT = 'TEST'
              MOVE PR-SURVIVOR (WS-PR-MATCH) TO ADM-CUSTOMER-ID
              MOVE FUNCTION CURRENT-DATE TO ADM-UPDATED-TS
              REWRITE ADOPT-MST-RECORD
              IF ADOPT-MST-STATUS = '00'
                 PERFORM WRITE-LOG-DETAIL
              ELSE
                 DISPLAY 'ZTPDUPAP ADOPTMST REWRITE FAILED, STATUS: '
                     ADOPT-MST-STATUS ' ANIMAL: ' ADM-ANIMAL-ID
                 MOVE 'Y' TO WS-FILE-ERROR
              END-IF
           END-IF.

       REKEY-CUSTOMER-KSDS.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT KSDS-FILE
           ELSE
              OPEN I-O KSDS-FILE
           END-IF
           IF KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP TESTKSDS OPEN FAILED, STATUS: '
                  KSDS-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              PERFORM VARYING WS-PR-MATCH FROM 1 BY 1
                      UNTIL WS-PR-MATCH > WS-PR-COUNT
                  IF PR-STATUS (WS-PR-MATCH) = 'A'
                     PERFORM REKEY-ONE-CUSTOMER
                  END-IF
              END-PERFORM
              CLOSE KSDS-FILE
           END-IF.

       REKEY-ONE-CUSTOMER.
           MOVE PR-DUPLICATE (WS-PR-MATCH) TO KSDS-KEY
           READ KSDS-FILE
               INVALID KEY
                   MOVE 'NONE    ' TO PR-KSDS-ACTION (WS-PR-MATCH)
               NOT INVALID KEY
                   MOVE KSDS-RECORD TO WS-KSDS-SAVE
                   MOVE PR-SURVIVOR (WS-PR-MATCH) TO KSDS-KEY
                   READ KSDS-FILE
                       INVALID KEY
                           MOVE 'REKEYED ' TO
                               PR-KSDS-ACTION (WS-PR-MATCH)
                       NOT INVALID KEY
                           MOVE 'DELETED ' TO
                               PR-KSDS-ACTION (WS-PR-MATCH)
                   END-READ
                   IF WS-RUN-MODE NOT = 'TEST'
                      PERFORM MOVE-KSDS-RECORD
                   END-IF
           END-READ.

       MOVE-KSDS-RECORD.
           IF PR-KSDS-ACTION (WS-PR-MATCH) = 'REKEYED '
              MOVE WS-KSDS-SAVE TO KSDS-RECORD
              MOVE PR-SURVIVOR (WS-PR-MATCH) TO KSDS-KEY
              MOVE FUNCTION CURRENT-DATE TO KSDS-UPDATED-TS
              WRITE KSDS-RECORD
                  INVALID KEY
                      DISPLAY 'ZTPDUPAP TESTKSDS WRITE FAILED, KEY: '
                          KSDS-KEY
                      MOVE 'Y' TO WS-FILE-ERROR
                      MOVE 'ERROR   ' TO PR-KSDS-ACTION (WS-PR-MATCH)
              END-WRITE
           END-IF
           IF PR-KSDS-ACTION (WS-PR-MATCH) NOT = 'ERROR   '
              MOVE PR-DUPLICATE (WS-PR-MATCH) TO KSDS-KEY
              DELETE KSDS-FILE
                  INVALID KEY
                      DISPLAY 'ZTPDUPAP TESTKSDS DELETE FAILED, KEY: '
                          KSDS-KEY
                      MOVE 'Y' TO WS-FILE-ERROR
                      MOVE 'ERROR   ' TO PR-KSDS-ACTION (WS-PR-MATCH)
                  NOT INVALID KEY
                      MOVE 'TESTKSDS' TO WS-LOG-STORE
                      MOVE PR-KSDS-ACTION (WS-PR-MATCH) TO
                          WS-LOG-ACTION
                      MOVE PR-DUPLICATE (WS-PR-MATCH) TO
                          WS-LOG-REF-KEY
                      MOVE WS-KSDS-SAVE TO WS-LOG-IMAGE
                      PERFORM WRITE-LOG-DETAIL
              END-DELETE
           END-IF.

       PASS-REACTIVATION-TRACKING.
           OPEN INPUT REACT-TRK-FILE
           IF REACT-TRK-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP REACTTRK NOT AVAILABLE, STATUS: '
                  REACT-TRK-STATUS
           ELSE
              OPEN OUTPUT RTK-WORK-FILE
              IF RTK-WORK-STATUS NOT = '00'
                 DISPLAY 'ZTPDUPAP RTKWORK OPEN FAILED, STATUS: '
                     RTK-WORK-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
                 CLOSE REACT-TRK-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ REACT-TRK-FILE
                     IF REACT-TRK-STATUS = '00'
                        PERFORM PASS-ONE-REACTIVATION
                        MOVE REACT-TRK-RECORD TO RTK-WORK-RECORD
                        WRITE RTK-WORK-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE REACT-TRK-FILE
                 CLOSE RTK-WORK-FILE
                 IF WS-RUN-MODE NOT = 'TEST'
                    PERFORM REWRITE-REACTTRK-FROM-WORK
                 END-IF
              END-IF
           END-IF.

       PASS-ONE-REACTIVATION.
           MOVE 'REACTTRK' TO WS-LOG-STORE
           MOVE SPACES TO WS-REF-KEY
           MOVE RTK-MAILED-DATE TO WS-REF-KEY (1:8)
           MOVE RTK-CUST-NAME TO WS-REF-KEY (9:20)
           IF WS-FUNCTION = 'REVERSE'
              MOVE RTK-CUST-NUMBER TO WS-SURVIVOR
              PERFORM FIND-REVERSAL-ITEM
              IF WS-RV-MATCH > 0
                 MOVE 'Y' TO RV-DONE (WS-RV-MATCH)
                 MOVE RV-PAIR-IDX (WS-RV-MATCH) TO WS-PR-MATCH
                 MOVE PR-DUPLICATE (WS-PR-MATCH) TO RTK-CUST-NUMBER
                 ADD 1 TO PR-REACT-COUNT (WS-PR-MATCH)
              END-IF
           ELSE
              MOVE RTK-CUST-NUMBER TO WS-DUPLICATE
              PERFORM FIND-PAIR-FOR-DUPLICATE
              IF WS-PR-MATCH > 0
                 MOVE PR-SURVIVOR (WS-PR-MATCH) TO RTK-CUST-NUMBER
                 ADD 1 TO PR-REACT-COUNT (WS-PR-MATCH)
                 MOVE 'REPOINT ' TO WS-LOG-ACTION
                 MOVE WS-REF-KEY TO WS-LOG-REF-KEY
                 MOVE SPACES TO WS-LOG-IMAGE
                 PERFORM WRITE-LOG-DETAIL
              END-IF
           END-IF.

       REWRITE-REACTTRK-FROM-WORK.
           OPEN INPUT RTK-WORK-FILE
           IF RTK-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP RTKWORK REOPEN FAILED, STATUS: '
                  RTK-WORK-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              OPEN OUTPUT REACT-TRK-FILE
              IF REACT-TRK-STATUS NOT = '00'
                 DISPLAY 'ZTPDUPAP REACTTRK REWRITE FAILED, '
                     'STATUS: ' REACT-TRK-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
                 CLOSE RTK-WORK-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ RTK-WORK-FILE
                     IF RTK-WORK-STATUS = '00'
                        MOVE RTK-WORK-RECORD TO REACT-TRK-RECORD
                        WRITE REACT-TRK-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE RTK-WORK-FILE
                 CLOSE REACT-TRK-FILE
              END-IF
           END-IF.

       PASS-OPTOUT-LIST.
           OPEN INPUT OPTOUT-FILE
           IF OPTOUT-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP OPTOUT NOT AVAILABLE, STATUS: '
                  OPTOUT-STATUS
           ELSE
              OPEN OUTPUT OPT-WORK-FILE
              IF OPT-WORK-STATUS NOT = '00'
                 DISPLAY 'ZTPDUPAP OPTWORK OPEN FAILED, STATUS: '
                     OPT-WORK-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
                 CLOSE OPTOUT-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ OPTOUT-FILE
                     IF OPTOUT-STATUS = '00'
                        PERFORM PASS-ONE-OPTOUT
                        MOVE OPTOUT-RECORD TO OPT-WORK-RECORD
                        WRITE OPT-WORK-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE OPTOUT-FILE
                 CLOSE OPT-WORK-FILE
                 IF WS-RUN-MODE NOT = 'TEST'
                    PERFORM REWRITE-OPTOUT-FROM-WORK
                 END-IF
              END-IF
           END-IF.

       PASS-ONE-OPTOUT.
           MOVE 'OPTOUT  ' TO WS-LOG-STORE
           MOVE OPT-CUST-NAME TO WS-REF-KEY
           IF WS-FUNCTION = 'REVERSE'
              MOVE OPT-CUST-NUMBER TO WS-SURVIVOR
              PERFORM FIND-REVERSAL-ITEM
              IF WS-RV-MATCH > 0
                 MOVE 'Y' TO RV-DONE (WS-RV-MATCH)
                 MOVE RV-PAIR-IDX (WS-RV-MATCH) TO WS-PR-MATCH
                 MOVE PR-DUPLICATE (WS-PR-MATCH) TO OPT-CUST-NUMBER
                 ADD 1 TO PR-OPTOUT-COUNT (WS-PR-MATCH)
              END-IF
           ELSE
              MOVE OPT-CUST-NUMBER TO WS-DUPLICATE
              PERFORM FIND-PAIR-FOR-DUPLICATE
              IF WS-PR-MATCH > 0
                 MOVE PR-SURVIVOR (WS-PR-MATCH) TO OPT-CUST-NUMBER
                 ADD 1 TO PR-OPTOUT-COUNT (WS-PR-MATCH)
                 MOVE 'REPOINT ' TO WS-LOG-ACTION
                 MOVE WS-REF-KEY TO WS-LOG-REF-KEY
                 MOVE SPACES TO WS-LOG-IMAGE
                 PERFORM WRITE-LOG-DETAIL
              END-IF
           END-IF.

       REWRITE-OPTOUT-FROM-WORK.
           OPEN INPUT OPT-WORK-FILE
           IF OPT-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP OPTWORK REOPEN FAILED, STATUS: '
                  OPT-WORK-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              OPEN OUTPUT OPTOUT-FILE
              IF OPTOUT-STATUS NOT = '00'
                 DISPLAY 'ZTPDUPAP OPTOUT REWRITE FAILED, '
                     'STATUS: ' OPTOUT-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
                 CLOSE OPT-WORK-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ OPT-WORK-FILE
                     IF OPT-WORK-STATUS = '00'
                        MOVE OPT-WORK-RECORD TO OPTOUT-RECORD
                        WRITE OPTOUT-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE OPT-WORK-FILE
                 CLOSE OPTOUT-FILE
              END-IF
           END-IF.

       DELETE-MERGED-CUSTOMERS.
           PERFORM VARYING WS-PR-MATCH FROM 1 BY 1
                   UNTIL WS-PR-MATCH > WS-PR-COUNT
               IF PR-STATUS (WS-PR-MATCH) = 'A'
                  IF WS-RUN-MODE = 'TEST'
                     MOVE 'KEPT    ' TO PR-DB2-ACTION (WS-PR-MATCH)
                  ELSE
                     PERFORM DELETE-ONE-CUSTOMER
                  END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-MODE NOT = 'TEST'
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

       DELETE-ONE-CUSTOMER.
           MOVE PR-DUPLICATE (WS-PR-MATCH) TO WS-DUPLICATE
           MOVE 'B' TO HRA-ACTION
           PERFORM RECORD-CUSTOMER-HISTORY
           EXEC SQL
               DELETE FROM CUSTOMER
                WHERE CUST-NUMBER = :WS-DUPLICATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'DELETED ' TO PR-DB2-ACTION (WS-PR-MATCH)
                   MOVE 'CUSTOMER' TO WS-LOG-STORE
                   MOVE 'DELETED ' TO WS-LOG-ACTION
                   MOVE WS-DUPLICATE TO WS-LOG-REF-KEY
                   MOVE PR-CUST-IMAGE (WS-PR-MATCH) TO WS-LOG-IMAGE
                   PERFORM WRITE-LOG-DETAIL
                   MOVE 'D' TO HRA-ACTION
                   PERFORM RECORD-CUSTOMER-HISTORY
               WHEN 100
                   MOVE 'GONE    ' TO PR-DB2-ACTION (WS-PR-MATCH)
               WHEN OTHER
                   DISPLAY 'ZTPDUPAP DB2 DELETE FAILED, SQLCODE: '
                       SQLCODE ' CUSTOMER: ' WS-DUPLICATE
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'ERROR   ' TO PR-DB2-ACTION (WS-PR-MATCH)
           END-EVALUATE.

       RECORD-CUSTOMER-HISTORY.
           MOVE WS-DUPLICATE TO HRA-CUST-NUMBER
           MOVE 'MERGE   ' TO HRA-SOURCE
           MOVE 'ZTPDUPAP' TO HRA-USERID
           CALL 'ZTPCHIST' USING HISTORY-REQUEST-AREA
           IF HRA-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-SQL-ERROR
           END-IF.

       WRITE-MERGE-HEADERS.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  ADD 1 TO WS-PAIRS-DONE
                  IF WS-MERGE-LOG-OPEN = 'Y'
                     MOVE SPACES TO MERGE-LOG-RECORD
                     MOVE 'H' TO MLG-REC-TYPE
                     MOVE WS-START-TS TO MLG-RUN-TS
                     MOVE PR-SURVIVOR (WS-PR-IDX) TO MLG-SURVIVOR
                     MOVE PR-DUPLICATE (WS-PR-IDX) TO MLG-DUPLICATE
                     IF WS-FUNCTION = 'REVERSE'
                        MOVE 'REVERSED' TO MLG-ACTION
                        MOVE PR-MERGE-TS (WS-PR-IDX) TO MLG-REF-KEY
                     ELSE
                        MOVE 'MERGED  ' TO MLG-ACTION
                        MOVE WS-RUN-DATE TO MLG-REF-KEY
                     END-IF
                     WRITE MERGE-LOG-RECORD
                  END-IF
               END-IF
           END-PERFORM.

       FIND-LOGGED-MERGES.
           OPEN INPUT MERGE-LOG-FILE
           IF MERGE-LOG-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP MRGLOG OPEN FAILED, STATUS: '
                  MERGE-LOG-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-COUNT
                  IF PR-STATUS (WS-PR-IDX) = 'A'
                     MOVE 'MERGE LOG NOT READ' TO WS-REF-KEY
                     PERFORM REJECT-PAIR
                  END-IF
              END-PERFORM
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ MERGE-LOG-FILE
                  IF MERGE-LOG-STATUS = '00'
                     IF MLG-REC-TYPE = 'H'
                        PERFORM NOTE-LOGGED-HEADER
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE MERGE-LOG-FILE
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-COUNT
                  IF PR-STATUS (WS-PR-IDX) = 'A'
                     IF PR-MERGE-TS (WS-PR-IDX) = SPACES
                        MOVE 'NO MERGE IN LOG' TO WS-REF-KEY
                        PERFORM REJECT-PAIR
                     ELSE
                        IF PR-REVERSED (WS-PR-IDX) = 'Y'
                           MOVE 'ALREADY REVERSED' TO WS-REF-KEY
                           PERFORM REJECT-PAIR
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              PERFORM LOAD-REVERSAL-ITEMS
           END-IF.

       NOTE-LOGGED-HEADER.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  AND PR-SURVIVOR (WS-PR-IDX) = MLG-SURVIVOR
                  AND PR-DUPLICATE (WS-PR-IDX) = MLG-DUPLICATE
                  IF MLG-ACTION = 'MERGED  '
                     MOVE MLG-RUN-TS TO PR-MERGE-TS (WS-PR-IDX)
                     MOVE 'N' TO PR-REVERSED (WS-PR-IDX)
                  END-IF
                  IF MLG-ACTION = 'REVERSED'
                     AND MLG-REF-KEY (1:21) = PR-MERGE-TS (WS-PR-IDX)
                     MOVE 'Y' TO PR-REVERSED (WS-PR-IDX)
                  END-IF
               END-IF
           END-PERFORM.

       LOAD-REVERSAL-ITEMS.
           OPEN INPUT MERGE-LOG-FILE
           IF MERGE-LOG-STATUS = '00'
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ MERGE-LOG-FILE
                  IF MERGE-LOG-STATUS = '00'
                     IF MLG-REC-TYPE = 'D'
                        PERFORM TAKE-REVERSAL-ITEM
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE MERGE-LOG-FILE
           END-IF
           IF WS-RV-FULL = 'Y'
              DISPLAY 'ZTPDUPAP MORE THAN 1000 LOGGED ITEMS, '
                  'REVERSE FEWER PAIRS PER RUN'
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-COUNT
                  IF PR-STATUS (WS-PR-IDX) = 'A'
                     MOVE 'TOO MANY ITEMS IN RUN' TO WS-REF-KEY
                     PERFORM REJECT-PAIR
                  END-IF
              END-PERFORM
           END-IF.

       TAKE-REVERSAL-ITEM.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  AND PR-SURVIVOR (WS-PR-IDX) = MLG-SURVIVOR
                  AND PR-DUPLICATE (WS-PR-IDX) = MLG-DUPLICATE
                  AND PR-MERGE-TS (WS-PR-IDX) = MLG-RUN-TS
                  IF WS-RV-COUNT = 1000
                     MOVE 'Y' TO WS-RV-FULL
                  ELSE
                     ADD 1 TO WS-RV-COUNT
                     MOVE WS-PR-IDX TO RV-PAIR-IDX (WS-RV-COUNT)
                     MOVE MLG-STORE TO RV-STORE (WS-RV-COUNT)
                     MOVE MLG-ACTION TO RV-ACTION (WS-RV-COUNT)
                     MOVE MLG-REF-KEY TO RV-REF-KEY (WS-RV-COUNT)
                     MOVE MLG-IMAGE TO RV-IMAGE (WS-RV-COUNT)
                     MOVE 'N' TO RV-DONE (WS-RV-COUNT)
                  END-IF
               END-IF
           END-PERFORM.

       RESTORE-CUSTOMER-ROWS.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               MOVE RV-PAIR-IDX (WS-RV-IDX) TO WS-PR-MATCH
               IF RV-STORE (WS-RV-IDX) = 'CUSTOMER'
                  AND PR-STATUS (WS-PR-MATCH) = 'A'
                  IF WS-RUN-MODE = 'TEST'
                     MOVE 'Y' TO RV-DONE (WS-RV-IDX)
                     MOVE 'RESTORED' TO PR-DB2-ACTION (WS-PR-MATCH)
                  ELSE
                     PERFORM RESTORE-ONE-CUSTOMER
                  END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-MODE NOT = 'TEST'
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.

       RESTORE-ONE-CUSTOMER.
           MOVE RV-IMAGE (WS-RV-IDX) (1:75) TO CUST-ROW-IMAGE
           EXEC SQL
               INSERT INTO CUSTOMER
                   (CUST-NUMBER, CUST-NAME, CUST-STREET,
                    CUST-CITY, CUST-STATE, CUST-POSTAL)
               VALUES (:CRI-NUMBER, :CRI-NAME, :CRI-STREET,
                       :CRI-CITY, :CRI-STATE, :CRI-POSTAL)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO RV-DONE (WS-RV-IDX)
                   MOVE 'RESTORED' TO PR-DB2-ACTION (WS-PR-MATCH)
                   MOVE CRI-NUMBER TO WS-DUPLICATE
                   MOVE 'C' TO HRA-ACTION
                   PERFORM RECORD-CUSTOMER-HISTORY
               WHEN -803
                   MOVE 'Y' TO RV-DONE (WS-RV-IDX)
                   MOVE 'PRESENT ' TO PR-DB2-ACTION (WS-PR-MATCH)
               WHEN OTHER
                   DISPLAY 'ZTPDUPAP DB2 INSERT FAILED, SQLCODE: '
                       SQLCODE ' CUSTOMER: ' CRI-NUMBER
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'ERROR   ' TO PR-DB2-ACTION (WS-PR-MATCH)
           END-EVALUATE.

       RESTORE-CUSTOMER-KSDS.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT KSDS-FILE
           ELSE
              OPEN I-O KSDS-FILE
           END-IF
           IF KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP TESTKSDS OPEN FAILED, STATUS: '
                  KSDS-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                      UNTIL WS-RV-IDX > WS-RV-COUNT
                  MOVE RV-PAIR-IDX (WS-RV-IDX) TO WS-PR-MATCH
                  IF RV-STORE (WS-RV-IDX) = 'TESTKSDS'
                     AND PR-STATUS (WS-PR-MATCH) = 'A'
                     IF WS-RUN-MODE = 'TEST'
                        MOVE 'Y' TO RV-DONE (WS-RV-IDX)
                        MOVE 'RESTORED' TO
                            PR-KSDS-ACTION (WS-PR-MATCH)
                     ELSE
                        PERFORM RESTORE-ONE-KSDS-RECORD
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE KSDS-FILE
           END-IF.

       RESTORE-ONE-KSDS-RECORD.
           MOVE RV-IMAGE (WS-RV-IDX) TO KSDS-RECORD
           WRITE KSDS-RECORD
               INVALID KEY
                   MOVE 'PRESENT ' TO PR-KSDS-ACTION (WS-PR-MATCH)
               NOT INVALID KEY
                   MOVE 'RESTORED' TO PR-KSDS-ACTION (WS-PR-MATCH)
           END-WRITE
           MOVE 'Y' TO RV-DONE (WS-RV-IDX)
           IF RV-ACTION (WS-RV-IDX) = 'REKEYED '
              MOVE PR-SURVIVOR (WS-PR-MATCH) TO KSDS-KEY
              DELETE KSDS-FILE
                  INVALID KEY
                      CONTINUE
              END-DELETE
           END-IF.

       RESTORE-ADOPTION-MASTER.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT ADOPT-MST-FILE
           ELSE
              OPEN I-O ADOPT-MST-FILE
           END-IF
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPDUPAP ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                      UNTIL WS-RV-IDX > WS-RV-COUNT
                  MOVE RV-PAIR-IDX (WS-RV-IDX) TO WS-PR-MATCH
                  IF RV-STORE (WS-RV-IDX) = 'ADOPTMST'
                     AND PR-STATUS (WS-PR-MATCH) = 'A'
                     PERFORM RESTORE-ONE-ADOPTION
                  END-IF
              END-PERFORM
              CLOSE ADOPT-MST-FILE
           END-IF.

       RESTORE-ONE-ADOPTION.
           MOVE RV-REF-KEY (WS-RV-IDX) (1:10) TO ADM-ANIMAL-ID
           READ ADOPT-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADM-CUSTOMER-ID = PR-SURVIVOR (WS-PR-MATCH)
                      MOVE 'Y' TO RV-DONE (WS-RV-IDX)
                      ADD 1 TO PR-ADOPT-COUNT (WS-PR-MATCH)
                      IF WS-RUN-MODE NOT = 'TEST'
                         MOVE PR-DUPLICATE (WS-PR-MATCH) TO
                             ADM-CUSTOMER-ID
                         MOVE FUNCTION CURRENT-DATE TO ADM-UPDATED-TS
                         REWRITE ADOPT-MST-RECORD
                         IF ADOPT-MST-STATUS NOT = '00'
                            DISPLAY 'ZTPDUPAP ADOPTMST REWRITE '
                                'FAILED, STATUS: ' ADOPT-MST-STATUS
                            MOVE 'Y' TO WS-FILE-ERROR
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       WRITE-MERGE-REPORT.
           WRITE MERGE-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE PR-SURVIVOR (WS-PR-IDX) TO RPT-DET-SURVIVOR
               MOVE PR-DUPLICATE (WS-PR-IDX) TO RPT-DET-DUPLICATE
               MOVE PR-ADOPT-COUNT (WS-PR-IDX) TO RPT-DET-ADOPT
               MOVE PR-REACT-COUNT (WS-PR-IDX) TO RPT-DET-REACT
               MOVE PR-OPTOUT-COUNT (WS-PR-IDX) TO RPT-DET-OPTOUT
               IF PR-STATUS (WS-PR-IDX) = 'A'
                  MOVE PR-KSDS-ACTION (WS-PR-IDX) TO RPT-DET-KSDS
                  MOVE PR-DB2-ACTION (WS-PR-IDX) TO RPT-DET-DB2
                  IF WS-FUNCTION = 'REVERSE'
                     MOVE 'REVERSED' TO RPT-DET-RESULT
                  ELSE
                     MOVE 'MERGED' TO RPT-DET-RESULT
                  END-IF
               ELSE
                  MOVE SPACES TO RPT-DET-KSDS
                  MOVE SPACES TO RPT-DET-DB2
                  MOVE PR-REASON (WS-PR-IDX) TO RPT-DET-RESULT
               END-IF
               WRITE MERGE-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           IF WS-FUNCTION = 'REVERSE'
              PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                      UNTIL WS-RV-IDX > WS-RV-COUNT
                  MOVE RV-PAIR-IDX (WS-RV-IDX) TO WS-PR-MATCH
                  IF RV-DONE (WS-RV-IDX) = 'N'
                     AND PR-STATUS (WS-PR-MATCH) = 'A'
                     ADD 1 TO WS-ITEMS-NOT-RESTORED
                     MOVE SPACES TO RPT-NOTE-TEXT
                     STRING 'NOT RESTORED ' RV-STORE (WS-RV-IDX) ' '
                         RV-REF-KEY (WS-RV-IDX) ' FOR '
                         PR-DUPLICATE (WS-PR-MATCH)
                         DELIMITED BY SIZE INTO RPT-NOTE-TEXT
                     END-STRING
                     WRITE MERGE-RPT-RECORD FROM WS-RPT-NOTE
                  END-IF
              END-PERFORM
              MOVE 'PAIRS REVERSED       ' TO RPT-TRL-LABEL
           ELSE
              MOVE 'PAIRS MERGED         ' TO RPT-TRL-LABEL
           END-IF
           MOVE WS-PAIRS-DONE TO RPT-TRL-DONE
           MOVE WS-PAIRS-REJECTED TO RPT-TRL-REJECTED
           WRITE MERGE-RPT-RECORD FROM WS-RPT-TRAILER.
       END PROGRAM ZTPDUPAP.
