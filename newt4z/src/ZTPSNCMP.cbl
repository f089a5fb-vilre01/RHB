       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSNCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT PROOF-FILE ASSIGN SNPROOF
           FILE STATUS IS PROOF-STATUS.
           SELECT REMIND-EXT-FILE ASSIGN SNREMEXT
           FILE STATUS IS REMIND-EXT-STATUS.
           SELECT REMIND-AMT-FILE ASSIGN SNREMAMT
           FILE STATUS IS REMIND-AMT-STATUS.
           SELECT FINAL-EXT-FILE ASSIGN SNFINEXT
           FILE STATUS IS FINAL-EXT-STATUS.
           SELECT FINAL-AMT-FILE ASSIGN SNFINAMT
           FILE STATUS IS FINAL-AMT-STATUS.
           SELECT COMPLY-RPT-FILE ASSIGN SNCMPRPT
           FILE STATUS IS COMPLY-RPT-STATUS.
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
           05  ADM-STERIL-STATUS PIC X(1).
           05  ADM-STERIL-DUE-DATE PIC X(8).
           05  ADM-STERIL-PROOF-DATE PIC X(8).
           05  ADM-STERIL-NOTICE PIC X(1).
           05  FILLER PIC X(7).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  PROOF-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  PROOF-RECORD.
           05  PRF-ANIMAL-ID PIC X(10).
           05  PRF-PROOF-DATE PIC X(8).
           05  PRF-VET-REF PIC X(14).
           05  PRF-ENTERED-BY PIC X(8).
       FD  REMIND-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  REMIND-EXT-RECORD.
           05  REM-CUST-NUMBER PIC X(8).
           05  REM-CUST-NAME PIC X(20).
           05  REM-CUST-STREET PIC X(20).
           05  REM-CUST-CITY PIC X(15).
           05  REM-CUST-STATE PIC X(2).
           05  REM-CUST-POSTAL PIC X(10).
       FD  REMIND-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REMIND-AMT-RECORD.
           05  REM-AMT-CUST-NUMBER PIC X(8).
           05  REM-AMT-YEAR PIC X(4).
           05  REM-AMT-AMOUNT PIC 9(7)V99.
           05  REM-AMT-ANIMAL-ID PIC X(10).
           05  REM-AMT-DUE-DATE PIC X(8).
           05  FILLER PIC X(1).
       FD  FINAL-EXT-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  FINAL-EXT-RECORD.
           05  FIN-CUST-NUMBER PIC X(8).
           05  FIN-CUST-NAME PIC X(20).
           05  FIN-CUST-STREET PIC X(20).
           05  FIN-CUST-CITY PIC X(15).
           05  FIN-CUST-STATE PIC X(2).
           05  FIN-CUST-POSTAL PIC X(10).
       FD  FINAL-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  FINAL-AMT-RECORD.
           05  FIN-AMT-CUST-NUMBER PIC X(8).
           05  FIN-AMT-YEAR PIC X(4).
           05  FIN-AMT-AMOUNT PIC 9(7)V99.
           05  FIN-AMT-ANIMAL-ID PIC X(10).
           05  FIN-AMT-DUE-DATE PIC X(8).
           05  FILLER PIC X(1).
       FD  COMPLY-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  COMPLY-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ADOPT-MST-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  PROOF-STATUS PIC X(2).
       01  PROOF-LOADED PIC X(1) VALUE 'N'.
       01  REMIND-EXT-STATUS PIC X(2).
       01  REMIND-AMT-STATUS PIC X(2).
       01  FINAL-EXT-STATUS PIC X(2).
       01  FINAL-AMT-STATUS PIC X(2).
       01  COMPLY-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-PROOFS-READ PIC 9(6) VALUE 0.
       01  WS-PROOFS-POSTED PIC 9(6) VALUE 0.
       01  WS-PROOFS-REJECTED PIC 9(6) VALUE 0.
       01  WS-PROOF-REJECT-REASON PIC X(30).
       01  WS-REMINDERS-SENT PIC 9(6) VALUE 0.
       01  WS-FINALS-SENT PIC 9(6) VALUE 0.
       01  WS-CUST-NOT-FOUND PIC 9(6) VALUE 0.
       01  WS-NO-CUSTOMER PIC 9(6) VALUE 0.
       01  WS-REWRITE-FAILED PIC 9(6) VALUE 0.
       01  WS-REMIND-LEAD-DAYS PIC S9(9) COMP VALUE 14.
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-DUE-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-DAYS-TO-DUE PIC S9(9) COMP.
       01  WS-DAYS-LATE PIC 9(4).
       01  WS-LETTER-TYPE PIC X(1).
       01  WS-DETAIL-ACTION PIC X(10).
       01  WS-DETAIL-NOTE PIC X(27).
       01  WS-CUST-FOUND PIC X(1).
       01  WS-CUST-NAME PIC X(20).
       01  WS-CUST-STREET PIC X(20).
       01  WS-CUST-CITY PIC X(15).
       01  WS-CUST-STATE PIC X(2).
       01  WS-CUST-POSTAL PIC X(10).
       01  WS-REM-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-FIN-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-HASH-WORK PIC 9(12).
       01  WS-HASH-NAME PIC X(20).
       01  WS-BYTE-IDX PIC 9(4).
       COPY ZTPENVCP.
       01  SHELTER-TABLE.
           05  SHL-ENTRY OCCURS 100 TIMES.
               10  SHL-TBL-CODE PIC X(4).
               10  SHL-OUTSTANDING PIC 9(6).
               10  SHL-OVERDUE PIC 9(6).
               10  SHL-COMPLETED PIC 9(6).
       01  WS-SHL-COUNT PIC 9(3) VALUE 0.
       01  WS-SHL-IDX PIC 9(3).
       01  WS-SHL-MATCH PIC 9(3).
       01  WS-TOTAL-OUTSTANDING PIC 9(6) VALUE 0.
       01  WS-TOTAL-OVERDUE PIC 9(6) VALUE 0.
       01  WS-TOTAL-COMPLETED PIC 9(6) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'STERILISATION COMPLIANCE   RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-PROOF-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'PROOF  ANIMAL     PROOF DT VET REFERENCE'.
           05  FILLER PIC X(40) VALUE '  RESULT'.
       01  WS-RPT-PROOF-LINE.
           05  FILLER PIC X(7) VALUE 'PROOF  '.
           05  RPT-PRF-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-PRF-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-PRF-VET-REF PIC X(14).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-PRF-RESULT PIC X(30).
           05  FILLER PIC X(8) VALUE SPACES.
       01  WS-RPT-CASE-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'ACTION    ANIMAL     SHLT CUSTOMER DUE D'.
           05  FILLER PIC X(40)
               VALUE 'ATE LATE NOTE                           '.
       01  WS-RPT-CASE-LINE.
           05  RPT-CAS-ACTION PIC X(10).
           05  RPT-CAS-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-DUE-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-DAYS-LATE PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-CAS-NOTE PIC X(27).
           05  FILLER PIC X(4) VALUE SPACES.
       01  WS-RPT-SHELTER-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHELTER     OUTSTANDING     OVERDUE   CO'.
           05  FILLER PIC X(40) VALUE 'MPLETED'.
       01  WS-RPT-SHELTER-LINE.
           05  RPT-SHL-CODE PIC X(5).
           05  FILLER PIC X(7) VALUE SPACES.
           05  RPT-SHL-OUTSTANDING PIC ZZZ,ZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-SHL-OVERDUE PIC ZZZ,ZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-SHL-COMPLETED PIC ZZZ,ZZ9.
           05  FILLER PIC X(38) VALUE SPACES.
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
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              MOVE PARM-TEXT (1:3) TO WS-REMIND-LEAD-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           OPEN OUTPUT COMPLY-RPT-FILE
           IF COMPLY-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPSNCMP SNCMPRPT OPEN FAILED, STATUS: '
                  COMPLY-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE COMPLY-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM OPEN-ADOPTION-MASTER
           PERFORM APPLY-PROOF-TRANSACTIONS
           CLOSE ADOPT-MST-FILE
           PERFORM OPEN-ADOPTION-MASTER
           OPEN INPUT KSDS-FILE
           IF KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPSNCMP TESTKSDS OPEN FAILED, STATUS: '
                  KSDS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ADOPT-MST-FILE
              CLOSE COMPLY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT REMIND-EXT-FILE
           OPEN OUTPUT REMIND-AMT-FILE
           OPEN OUTPUT FINAL-EXT-FILE
           OPEN OUTPUT FINAL-AMT-FILE
           IF REMIND-EXT-STATUS NOT = '00'
              OR REMIND-AMT-STATUS NOT = '00'
              OR FINAL-EXT-STATUS NOT = '00'
              OR FINAL-AMT-STATUS NOT = '00'
              DISPLAY 'ZTPSNCMP LETTER FILE OPEN FAILED, SNREMEXT: '
                  REMIND-EXT-STATUS ' SNREMAMT: ' REMIND-AMT-STATUS
                  ' SNFINEXT: ' FINAL-EXT-STATUS
                  ' SNFINAMT: ' FINAL-AMT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ADOPT-MST-FILE
              CLOSE KSDS-FILE
              CLOSE COMPLY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-REMIND-ENVELOPE-HEADER
           PERFORM WRITE-FINAL-ENVELOPE-HEADER
           MOVE SPACES TO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-CASE-COLUMNS
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE NEXT RECORD
               IF ADOPT-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM CHECK-ONE-ADOPTION
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           PERFORM WRITE-REMIND-ENVELOPE-TRAILER
           PERFORM WRITE-FINAL-ENVELOPE-TRAILER
           CLOSE ADOPT-MST-FILE
           CLOSE KSDS-FILE
           CLOSE REMIND-EXT-FILE
           CLOSE REMIND-AMT-FILE
           CLOSE FINAL-EXT-FILE
           CLOSE FINAL-AMT-FILE
           PERFORM WRITE-SHELTER-SUMMARY
           CLOSE COMPLY-RPT-FILE
           DISPLAY 'ZTPSNCMP DETAIL RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPSNCMP PROOFS READ: ' WS-PROOFS-READ
           DISPLAY 'ZTPSNCMP PROOFS POSTED: ' WS-PROOFS-POSTED
           DISPLAY 'ZTPSNCMP PROOFS REJECTED: ' WS-PROOFS-REJECTED
           DISPLAY 'ZTPSNCMP REMINDER LETTERS: ' WS-REMINDERS-SENT
           DISPLAY 'ZTPSNCMP FINAL NOTICE LETTERS: ' WS-FINALS-SENT
           DISPLAY 'ZTPSNCMP ADOPTERS NOT ON TESTKSDS: '
               WS-CUST-NOT-FOUND
           DISPLAY 'ZTPSNCMP CASES WITH NO CUSTOMER: ' WS-NO-CUSTOMER
           DISPLAY 'ZTPSNCMP CASES OUTSTANDING: ' WS-TOTAL-OUTSTANDING
               ' OVERDUE: ' WS-TOTAL-OVERDUE
               ' COMPLETED: ' WS-TOTAL-COMPLETED
           IF WS-PROOFS-REJECTED > 0
              OR WS-CUST-NOT-FOUND > 0
              OR WS-NO-CUSTOMER > 0
              OR WS-REWRITE-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF PROOF-LOADED = 'Y'
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM CLEAR-PROOF-FILE
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
              MOVE 'ZTPSNCMP' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPSNCMP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSNCMP' TO VER-PROGRAM-ID
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

       OPEN-ADOPTION-MASTER.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT ADOPT-MST-FILE
           ELSE
              OPEN I-O ADOPT-MST-FILE
           END-IF
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPSNCMP ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE COMPLY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       APPLY-PROOF-TRANSACTIONS.
           OPEN INPUT PROOF-FILE
           IF PROOF-STATUS NOT = '00'
              DISPLAY 'ZTPSNCMP SNPROOF NOT AVAILABLE, STATUS: '
                  PROOF-STATUS
           ELSE
              MOVE 'Y' TO PROOF-LOADED
              WRITE COMPLY-RPT-RECORD FROM WS-RPT-PROOF-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ PROOF-FILE
                  IF PROOF-STATUS = '00'
                     ADD 1 TO WS-PROOFS-READ
                     PERFORM APPLY-ONE-PROOF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE PROOF-FILE
           END-IF.

       APPLY-ONE-PROOF.
           MOVE SPACES TO WS-PROOF-REJECT-REASON
           EVALUATE TRUE
               WHEN PRF-ANIMAL-ID = SPACES
                   MOVE 'ANIMAL ID MISSING' TO WS-PROOF-REJECT-REASON
               WHEN PRF-PROOF-DATE IS NOT NUMERIC
                   MOVE 'PROOF DATE INVALID' TO WS-PROOF-REJECT-REASON
               WHEN PRF-PROOF-DATE > WS-RUN-DATE
                   MOVE 'PROOF DATE IN THE FUTURE' TO
                       WS-PROOF-REJECT-REASON
           END-EVALUATE
           IF WS-PROOF-REJECT-REASON = SPACES
              MOVE PRF-ANIMAL-ID TO ADM-ANIMAL-ID
              READ ADOPT-MST-FILE
                  INVALID KEY
                      MOVE 'ANIMAL NOT ON ADOPTMST' TO
                          WS-PROOF-REJECT-REASON
                  NOT INVALID KEY
                      PERFORM POST-ONE-PROOF
              END-READ
           END-IF
           MOVE PRF-ANIMAL-ID TO RPT-PRF-ANIMAL
           MOVE PRF-PROOF-DATE TO RPT-PRF-DATE
           MOVE PRF-VET-REF TO RPT-PRF-VET-REF
           IF WS-PROOF-REJECT-REASON = SPACES
              ADD 1 TO WS-PROOFS-POSTED
              MOVE 'POSTED - CASE COMPLETED' TO RPT-PRF-RESULT
           ELSE
              ADD 1 TO WS-PROOFS-REJECTED
              MOVE WS-PROOF-REJECT-REASON TO RPT-PRF-RESULT
           END-IF
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-PROOF-LINE.

       POST-ONE-PROOF.
           EVALUATE TRUE
               WHEN ADM-STERIL-STATUS = 'C'
                   MOVE 'PROOF ALREADY RECORDED' TO
                       WS-PROOF-REJECT-REASON
               WHEN ADM-STERIL-STATUS NOT = 'O'
                   MOVE 'NO STERILISATION CONDITION' TO
                       WS-PROOF-REJECT-REASON
               WHEN PRF-PROOF-DATE < ADM-ADOPT-DATE
                   MOVE 'PROOF DATED BEFORE ADOPTION' TO
                       WS-PROOF-REJECT-REASON
           END-EVALUATE
           IF WS-PROOF-REJECT-REASON = SPACES
              MOVE 'C' TO ADM-STERIL-STATUS
              MOVE PRF-PROOF-DATE TO ADM-STERIL-PROOF-DATE
              MOVE FUNCTION CURRENT-DATE TO ADM-UPDATED-TS
              IF WS-RUN-MODE NOT = 'TEST'
                 REWRITE ADOPT-MST-RECORD
                 IF ADOPT-MST-STATUS NOT = '00'
                    MOVE 'ADOPTMST REWRITE FAILED' TO
                        WS-PROOF-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       CHECK-ONE-ADOPTION.
           EVALUATE ADM-STERIL-STATUS
               WHEN 'C'
                   PERFORM FIND-SHELTER-ENTRY
                   IF WS-SHL-MATCH > 0
                      ADD 1 TO SHL-COMPLETED (WS-SHL-MATCH)
                   END-IF
                   ADD 1 TO WS-TOTAL-COMPLETED
               WHEN 'O'
                   PERFORM CHECK-OPEN-CASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-OPEN-CASE.
           PERFORM FIND-SHELTER-ENTRY
           IF ADM-STERIL-DUE-DATE IS NOT NUMERIC
              DISPLAY 'ZTPSNCMP NO DUE DATE, ANIMAL: ' ADM-ANIMAL-ID
              MOVE 0 TO WS-DAYS-TO-DUE
           ELSE
              MOVE ADM-STERIL-DUE-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-DUE-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              COMPUTE WS-DAYS-TO-DUE =
                  WS-DUE-DATE-INT - WS-RUN-DATE-INT
           END-IF
           IF WS-DAYS-TO-DUE < 0
              IF WS-SHL-MATCH > 0
                 ADD 1 TO SHL-OVERDUE (WS-SHL-MATCH)
              END-IF
              ADD 1 TO WS-TOTAL-OVERDUE
              IF WS-DAYS-TO-DUE < -9999
                 MOVE 9999 TO WS-DAYS-LATE
              ELSE
                 COMPUTE WS-DAYS-LATE = 0 - WS-DAYS-TO-DUE
              END-IF
              IF ADM-STERIL-NOTICE = 'F'
                 MOVE 'OVERDUE' TO WS-DETAIL-ACTION
                 MOVE 'FINAL NOTICE ALREADY SENT' TO WS-DETAIL-NOTE
                 PERFORM WRITE-CASE-LINE
              ELSE
                 MOVE 'F' TO WS-LETTER-TYPE
                 MOVE 'FINAL' TO WS-DETAIL-ACTION
                 PERFORM ISSUE-NOTICE
              END-IF
           ELSE
              IF WS-SHL-MATCH > 0
                 ADD 1 TO SHL-OUTSTANDING (WS-SHL-MATCH)
              END-IF
              ADD 1 TO WS-TOTAL-OUTSTANDING
              MOVE 0 TO WS-DAYS-LATE
              IF WS-DAYS-TO-DUE <= WS-REMIND-LEAD-DAYS
                 AND ADM-STERIL-NOTICE = SPACE
                 MOVE 'R' TO WS-LETTER-TYPE
                 MOVE 'REMINDER' TO WS-DETAIL-ACTION
                 PERFORM ISSUE-NOTICE
              END-IF
           END-IF.

       ISSUE-NOTICE.
           IF ADM-CUSTOMER-ID = SPACES
              ADD 1 TO WS-NO-CUSTOMER
              MOVE 'NO CUSTOMER - NOT SENT' TO WS-DETAIL-NOTE
           ELSE
              PERFORM LOOKUP-ADOPTER
              IF WS-CUST-FOUND = 'N'
                 MOVE 'NOT ON TESTKSDS - NOT SENT' TO WS-DETAIL-NOTE
              ELSE
                 IF WS-LETTER-TYPE = 'R'
                    PERFORM WRITE-REMINDER-LETTER
                    MOVE 'REMINDER LETTER SENT' TO WS-DETAIL-NOTE
                 ELSE
                    PERFORM WRITE-FINAL-LETTER
                    MOVE 'FINAL NOTICE LETTER SENT' TO WS-DETAIL-NOTE
                 END-IF
                 MOVE WS-LETTER-TYPE TO ADM-STERIL-NOTICE
                 MOVE FUNCTION CURRENT-DATE TO ADM-UPDATED-TS
                 IF WS-RUN-MODE NOT = 'TEST'
                    REWRITE ADOPT-MST-RECORD
                    IF ADOPT-MST-STATUS NOT = '00'
                       ADD 1 TO WS-REWRITE-FAILED
                       DISPLAY 'ZTPSNCMP REWRITE FAILED, ANIMAL: '
                           ADM-ANIMAL-ID ' STATUS: '
                           ADOPT-MST-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-CASE-LINE.

       WRITE-CASE-LINE.
           MOVE WS-DETAIL-ACTION TO RPT-CAS-ACTION
           MOVE ADM-ANIMAL-ID TO RPT-CAS-ANIMAL
           MOVE ADM-SHELTER TO RPT-CAS-SHELTER
           MOVE ADM-CUSTOMER-ID TO RPT-CAS-CUSTOMER
           MOVE ADM-STERIL-DUE-DATE TO RPT-CAS-DUE-DATE
           MOVE WS-DAYS-LATE TO RPT-CAS-DAYS-LATE
           MOVE WS-DETAIL-NOTE TO RPT-CAS-NOTE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-CASE-LINE.

       WRITE-REMINDER-LETTER.
           MOVE ADM-CUSTOMER-ID TO REM-CUST-NUMBER
           MOVE WS-CUST-NAME TO REM-CUST-NAME
           MOVE WS-CUST-STREET TO REM-CUST-STREET
           MOVE WS-CUST-CITY TO REM-CUST-CITY
           MOVE WS-CUST-STATE TO REM-CUST-STATE
           MOVE WS-CUST-POSTAL TO REM-CUST-POSTAL
           WRITE REMIND-EXT-RECORD
           MOVE SPACES TO REMIND-AMT-RECORD
           MOVE ADM-CUSTOMER-ID TO REM-AMT-CUST-NUMBER
           MOVE ADM-ADOPT-DATE (1:4) TO REM-AMT-YEAR
           MOVE 0 TO REM-AMT-AMOUNT
           MOVE ADM-ANIMAL-ID TO REM-AMT-ANIMAL-ID
           MOVE ADM-STERIL-DUE-DATE TO REM-AMT-DUE-DATE
           WRITE REMIND-AMT-RECORD
           ADD 1 TO WS-REMINDERS-SENT
           MOVE WS-CUST-NAME TO WS-HASH-NAME
           MOVE WS-REM-HASH-TOTAL TO WS-HASH-WORK
           PERFORM ADD-NAME-TO-HASH
           MOVE WS-HASH-WORK TO WS-REM-HASH-TOTAL.

       WRITE-FINAL-LETTER.
           MOVE ADM-CUSTOMER-ID TO FIN-CUST-NUMBER
           MOVE WS-CUST-NAME TO FIN-CUST-NAME
           MOVE WS-CUST-STREET TO FIN-CUST-STREET
           MOVE WS-CUST-CITY TO FIN-CUST-CITY
           MOVE WS-CUST-STATE TO FIN-CUST-STATE
           MOVE WS-CUST-POSTAL TO FIN-CUST-POSTAL
           WRITE FINAL-EXT-RECORD
           MOVE SPACES TO FINAL-AMT-RECORD
           MOVE ADM-CUSTOMER-ID TO FIN-AMT-CUST-NUMBER
           MOVE ADM-ADOPT-DATE (1:4) TO FIN-AMT-YEAR
           MOVE 0 TO FIN-AMT-AMOUNT
           MOVE ADM-ANIMAL-ID TO FIN-AMT-ANIMAL-ID
           MOVE ADM-STERIL-DUE-DATE TO FIN-AMT-DUE-DATE
           WRITE FINAL-AMT-RECORD
           ADD 1 TO WS-FINALS-SENT
           MOVE WS-CUST-NAME TO WS-HASH-NAME
           MOVE WS-FIN-HASH-TOTAL TO WS-HASH-WORK
           PERFORM ADD-NAME-TO-HASH
           MOVE WS-HASH-WORK TO WS-FIN-HASH-TOTAL.

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

       FIND-SHELTER-ENTRY.
           MOVE 0 TO WS-SHL-MATCH
           PERFORM VARYING WS-SHL-IDX FROM 1 BY 1
                   UNTIL WS-SHL-IDX > WS-SHL-COUNT
               IF SHL-TBL-CODE (WS-SHL-IDX) = ADM-SHELTER
                  MOVE WS-SHL-IDX TO WS-SHL-MATCH
                  MOVE WS-SHL-COUNT TO WS-SHL-IDX
               END-IF
           END-PERFORM
           IF WS-SHL-MATCH = 0
              IF WS-SHL-COUNT < 100
                 ADD 1 TO WS-SHL-COUNT
                 MOVE WS-SHL-COUNT TO WS-SHL-MATCH
                 MOVE ADM-SHELTER TO SHL-TBL-CODE (WS-SHL-MATCH)
                 MOVE 0 TO SHL-OUTSTANDING (WS-SHL-MATCH)
                 MOVE 0 TO SHL-OVERDUE (WS-SHL-MATCH)
                 MOVE 0 TO SHL-COMPLETED (WS-SHL-MATCH)
              ELSE
                 DISPLAY 'ZTPSNCMP SHELTER TABLE FULL, DISCARDED: '
                     ADM-SHELTER
              END-IF
           END-IF.

       ADD-NAME-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK +
                   FUNCTION ORD(WS-HASH-NAME (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-REMIND-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPSNCMP' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE ENVELOPE-HEADER-RECORD TO REMIND-EXT-RECORD
           WRITE REMIND-EXT-RECORD.

       WRITE-FINAL-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPSNCMP' TO ENV-HDR-PROGRAM-ID
           MOVE 9 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE ENVELOPE-HEADER-RECORD TO FINAL-EXT-RECORD
           WRITE FINAL-EXT-RECORD.

       WRITE-REMIND-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-REMINDERS-SENT TO ENV-TRL-RECORD-COUNT
           MOVE WS-REM-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE ENVELOPE-TRAILER-RECORD TO REMIND-EXT-RECORD
           WRITE REMIND-EXT-RECORD.

       WRITE-FINAL-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-FINALS-SENT TO ENV-TRL-RECORD-COUNT
           MOVE WS-FIN-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE ENVELOPE-TRAILER-RECORD TO FINAL-EXT-RECORD
           WRITE FINAL-EXT-RECORD.

       WRITE-SHELTER-SUMMARY.
           MOVE SPACES TO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-SHELTER-COLUMNS
           PERFORM VARYING WS-SHL-IDX FROM 1 BY 1
                   UNTIL WS-SHL-IDX > WS-SHL-COUNT
               MOVE SHL-TBL-CODE (WS-SHL-IDX) TO RPT-SHL-CODE
               MOVE SHL-OUTSTANDING (WS-SHL-IDX)
                   TO RPT-SHL-OUTSTANDING
               MOVE SHL-OVERDUE (WS-SHL-IDX) TO RPT-SHL-OVERDUE
               MOVE SHL-COMPLETED (WS-SHL-IDX) TO RPT-SHL-COMPLETED
               WRITE COMPLY-RPT-RECORD FROM WS-RPT-SHELTER-LINE
           END-PERFORM
           MOVE 'TOTAL' TO RPT-SHL-CODE
           MOVE WS-TOTAL-OUTSTANDING TO RPT-SHL-OUTSTANDING
           MOVE WS-TOTAL-OVERDUE TO RPT-SHL-OVERDUE
           MOVE WS-TOTAL-COMPLETED TO RPT-SHL-COMPLETED
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-SHELTER-LINE
           MOVE SPACES TO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD
           MOVE 'PROOFS POSTED                     ' TO RPT-CNT-LABEL
           MOVE WS-PROOFS-POSTED TO RPT-CNT-VALUE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'PROOFS REJECTED                   ' TO RPT-CNT-LABEL
           MOVE WS-PROOFS-REJECTED TO RPT-CNT-VALUE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'REMINDER LETTERS                  ' TO RPT-CNT-LABEL
           MOVE WS-REMINDERS-SENT TO RPT-CNT-VALUE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FINAL NOTICE LETTERS              ' TO RPT-CNT-LABEL
           MOVE WS-FINALS-SENT TO RPT-CNT-VALUE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTERS NOT ON CUSTOMER KSDS     ' TO RPT-CNT-LABEL
           MOVE WS-CUST-NOT-FOUND TO RPT-CNT-VALUE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CASES WITH NO CUSTOMER NUMBER     ' TO RPT-CNT-LABEL
           MOVE WS-NO-CUSTOMER TO RPT-CNT-VALUE
           WRITE COMPLY-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-PROOF-FILE.
           OPEN OUTPUT PROOF-FILE
           IF PROOF-STATUS = '00'
              CLOSE PROOF-FILE
           ELSE
              DISPLAY 'ZTPSNCMP SNPROOF CLEAR FAILED, STATUS: '
                  PROOF-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPSNCMP.
