       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPMOVUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-IN-FILE ASSIGN COAIN
           FILE STATUS IS COA-IN-STATUS.
           SELECT CUST-STD-FILE ASSIGN CUSTSTD
           FILE STATUS IS CUST-STD-STATUS.
           SELECT MOV-WORK-FILE ASSIGN MOVWORK
           FILE STATUS IS MOV-WORK-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT MOVE-RPT-FILE ASSIGN MOVRPT
           FILE STATUS IS MOVE-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COA-IN-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  COA-IN-RECORD.
           05  COA-NAME PIC X(20).
           05  COA-OLD-STREET PIC X(20).
           05  COA-OLD-POSTAL PIC X(10).
           05  COA-MOVE-TYPE PIC X(1).
           05  COA-NEW-STREET PIC X(20).
           05  COA-NEW-CITY PIC X(15).
           05  COA-NEW-STATE PIC X(2).
           05  COA-NEW-POSTAL PIC X(10).
           05  COA-MOVE-DATE PIC X(8).
           05  FILLER PIC X(14).
       FD  CUST-STD-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-STD-RECORD.
           05  STD-CUST-NUMBER PIC X(8).
           05  STD-CUST-NAME PIC X(20).
           05  STD-CUST-STREET PIC X(20).
           05  STD-CUST-CITY PIC X(15).
           05  STD-CUST-STATE PIC X(2).
           05  STD-CUST-POSTAL PIC X(10).
       FD  MOV-WORK-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  MOV-WORK-RECORD PIC X(75).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  MOVE-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MOVE-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  COA-IN-STATUS PIC X(2).
       01  CUST-STD-STATUS PIC X(2).
       01  MOV-WORK-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  MOVE-RPT-STATUS PIC X(2).
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
       01  WS-COA-MISSING PIC X(1) VALUE 'N'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN PIC 9(6) VALUE 0.
       01  WS-COA-READ PIC 9(6) VALUE 0.
       01  WS-COA-REJECTED PIC 9(6) VALUE 0.
       01  WS-COA-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-COA-UNMATCHED PIC 9(6) VALUE 0.
       01  WS-MOVES-APPLIED PIC 9(6) VALUE 0.
       01  WS-MOVES-SUPPRESSED PIC 9(6) VALUE 0.
       01  WS-MASTERS-MISSING PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-BYTE-IDX PIC 9(4).
       01  WS-REJECT-REASON PIC X(25).
       01  WS-MATCH-NAME PIC X(20).
       01  COA-TABLE.
           05  COA-ENTRY OCCURS 5000 TIMES.
               10  COA-T-NAME PIC X(20).
               10  COA-T-OLD-STREET PIC X(20).
               10  COA-T-OLD-ZIP PIC X(5).
               10  COA-T-MOVE-TYPE PIC X(1).
               10  COA-T-NEW-STREET PIC X(20).
               10  COA-T-NEW-CITY PIC X(15).
               10  COA-T-NEW-STATE PIC X(2).
               10  COA-T-NEW-POSTAL PIC X(10).
               10  COA-T-MOVE-DATE PIC X(8).
               10  COA-T-USED PIC X(1).
       01  WS-COA-COUNT PIC 9(4) VALUE 0.
       01  WS-COA-IDX PIC 9(4).
       01  WS-COA-MATCH PIC 9(4).
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-NEW-STREET PIC X(20).
       01  WS-NEW-CITY PIC X(15).
       01  WS-NEW-STATE PIC X(2).
       01  WS-NEW-POSTAL PIC X(10).
       01  WS-OLD-ADDRESS.
           05  WS-OLD-STREET PIC X(20).
           05  WS-OLD-CITY PIC X(15).
           05  WS-OLD-STATE PIC X(2).
           05  WS-OLD-POSTAL PIC X(10).
       01  WS-MOVE-ACTION PIC X(10).
       01  WS-DB2-ACTION PIC X(8).
       01  WS-KSDS-ACTION PIC X(8).
       01  HISTORY-REQUEST-AREA.
           05  HRA-ACTION PIC X(1).
           05  HRA-CUST-NUMBER PIC X(8).
           05  HRA-SOURCE PIC X(8).
           05  HRA-USERID PIC X(8).
           05  HRA-RESULT PIC X(1).
           05  HRA-SQLCODE PIC S9(9).
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'CHANGE-OF-ADDRESS MOVE UPDATE       '.
           05  FILLER PIC X(10) VALUE 'RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CUSTOMER NAME                 ACTION    '.
           05  FILLER PIC X(40)
               VALUE '     EFFECTIVE DB2          TESTKSDS    '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-NUMBER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ACTION PIC X(10).
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-DET-MOVE-DATE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-DB2 PIC X(8).
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-DET-KSDS PIC X(8).
           05  FILLER PIC X(4) VALUE SPACES.
       01  WS-RPT-ADDRESS.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-ADR-LABEL PIC X(5).
           05  RPT-ADR-STREET PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-CITY PIC X(15).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-STATE PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-POSTAL PIC X(10).
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-COA-LINE.
           05  RPT-COA-LABEL PIC X(10).
           05  RPT-COA-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-COA-STREET PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-COA-POSTAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-COA-REASON PIC X(17).
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
           OPEN OUTPUT MOVE-RPT-FILE
           IF MOVE-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPMOVUP MOVRPT OPEN FAILED, STATUS: '
                  MOVE-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE MOVE-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-COA-FILE
           IF WS-COA-COUNT = 0
              DISPLAY 'ZTPMOVUP NO CHANGE-OF-ADDRESS RECORDS, '
                  'CUSTSTD LEFT UNCHANGED'
              MOVE 'NO CHANGE-OF-ADDRESS RECORDS - CUSTSTD UNCHANGED'
                  TO RPT-NOTE-TEXT
              WRITE MOVE-RPT-RECORD FROM WS-RPT-NOTE
              PERFORM WRITE-MOVE-TOTALS
              CLOSE MOVE-RPT-FILE
              IF WS-COA-MISSING = 'Y'
                 OR WS-COA-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           IF WS-RUN-MODE NOT = 'TEST'
              OPEN I-O KSDS-FILE
              IF KSDS-STATUS NOT = '00'
                 DISPLAY 'ZTPMOVUP TESTKSDS OPEN FAILED, STATUS: '
                     KSDS-STATUS
                 MOVE 'TESTKSDS NOT AVAILABLE - NO MOVES APPLIED'
                     TO RPT-NOTE-TEXT
                 WRITE MOVE-RPT-RECORD FROM WS-RPT-NOTE
                 CLOSE MOVE-RPT-FILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM APPLY-MOVES-TO-CUSTSTD
           IF WS-RUN-MODE NOT = 'TEST'
              CLOSE KSDS-FILE
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF
           IF WS-FILE-ERROR = 'N'
              PERFORM COPY-BACK-CUSTSTD
           END-IF
           PERFORM LIST-UNMATCHED-COA
           PERFORM WRITE-MOVE-TOTALS
           CLOSE MOVE-RPT-FILE
           DISPLAY 'ZTPMOVUP CUSTSTD RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPMOVUP CHANGE-OF-ADDRESS RECORDS: ' WS-COA-READ
           DISPLAY 'ZTPMOVUP ADDRESSES MOVED: ' WS-MOVES-APPLIED
           DISPLAY 'ZTPMOVUP SUPPRESSED, NO FORWARDING: '
               WS-MOVES-SUPPRESSED
           DISPLAY 'ZTPMOVUP CHANGE-OF-ADDRESS NOT MATCHED: '
               WS-COA-UNMATCHED
           IF WS-COA-REJECTED > 0
              OR WS-COA-OVERFLOW > 0
              OR WS-MASTERS-MISSING > 0
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

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPMOVUP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPMOVUP' TO VER-PROGRAM-ID
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

       LOAD-COA-FILE.
           OPEN INPUT COA-IN-FILE
           IF COA-IN-STATUS NOT = '00'
              DISPLAY 'ZTPMOVUP COAIN NOT AVAILABLE, STATUS: '
                  COA-IN-STATUS
              MOVE 'Y' TO WS-COA-MISSING
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ COA-IN-FILE
                  IF COA-IN-STATUS = '00'
                     IF COA-IN-RECORD NOT = SPACES
                        ADD 1 TO WS-COA-READ
                        PERFORM LOAD-ONE-COA-RECORD
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE COA-IN-FILE
           END-IF.

       LOAD-ONE-COA-RECORD.
           MOVE FUNCTION UPPER-CASE(COA-NAME) TO COA-NAME
           MOVE FUNCTION UPPER-CASE(COA-OLD-STREET) TO COA-OLD-STREET
           MOVE FUNCTION UPPER-CASE(COA-MOVE-TYPE) TO COA-MOVE-TYPE
           MOVE FUNCTION UPPER-CASE(COA-NEW-STREET) TO COA-NEW-STREET
           MOVE FUNCTION UPPER-CASE(COA-NEW-CITY) TO COA-NEW-CITY
           MOVE FUNCTION UPPER-CASE(COA-NEW-STATE) TO COA-NEW-STATE
           PERFORM CHECK-COA-RECORD
           IF WS-REJECT-REASON = SPACES
              AND WS-COA-COUNT = 5000
              MOVE 'TABLE FULL' TO WS-REJECT-REASON
              ADD 1 TO WS-COA-OVERFLOW
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-COA-REJECTED
              MOVE 'REJECTED  ' TO RPT-COA-LABEL
              MOVE COA-NAME TO RPT-COA-NAME
              MOVE COA-OLD-STREET TO RPT-COA-STREET
              MOVE COA-OLD-POSTAL TO RPT-COA-POSTAL
              MOVE WS-REJECT-REASON TO RPT-COA-REASON
              WRITE MOVE-RPT-RECORD FROM WS-RPT-COA-LINE
           ELSE
              ADD 1 TO WS-COA-COUNT
              MOVE COA-NAME TO COA-T-NAME (WS-COA-COUNT)
              MOVE COA-OLD-STREET TO COA-T-OLD-STREET (WS-COA-COUNT)
              MOVE COA-OLD-POSTAL (1:5) TO COA-T-OLD-ZIP (WS-COA-COUNT)
              MOVE COA-MOVE-TYPE TO COA-T-MOVE-TYPE (WS-COA-COUNT)
              MOVE COA-NEW-STREET TO COA-T-NEW-STREET (WS-COA-COUNT)
              MOVE COA-NEW-CITY TO COA-T-NEW-CITY (WS-COA-COUNT)
              MOVE COA-NEW-STATE TO COA-T-NEW-STATE (WS-COA-COUNT)
              MOVE COA-NEW-POSTAL TO COA-T-NEW-POSTAL (WS-COA-COUNT)
              MOVE COA-MOVE-DATE TO COA-T-MOVE-DATE (WS-COA-COUNT)
              MOVE 'N' TO COA-T-USED (WS-COA-COUNT)
           END-IF.

       CHECK-COA-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN COA-NAME = SPACES
                   MOVE 'NAME MISSING' TO WS-REJECT-REASON
               WHEN COA-OLD-STREET = SPACES
                   MOVE 'OLD STREET MISSING' TO WS-REJECT-REASON
               WHEN COA-OLD-POSTAL (1:5) IS NOT NUMERIC
                   MOVE 'OLD POSTAL BAD' TO WS-REJECT-REASON
               WHEN COA-MOVE-TYPE = 'N'
                   CONTINUE
               WHEN COA-MOVE-TYPE NOT = 'M'
                   MOVE 'MOVE TYPE NOT M/N' TO WS-REJECT-REASON
               WHEN COA-NEW-STREET = SPACES
                   OR COA-NEW-CITY = SPACES
                   MOVE 'NEW ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN COA-NEW-POSTAL (1:5) IS NOT NUMERIC
                   MOVE 'NEW POSTAL BAD' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-MOVES-TO-CUSTSTD.
           OPEN INPUT CUST-STD-FILE
           IF CUST-STD-STATUS NOT = '00'
              DISPLAY 'ZTPMOVUP CUSTSTD OPEN FAILED, STATUS: '
                  CUST-STD-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              OPEN OUTPUT MOV-WORK-FILE
              IF MOV-WORK-STATUS NOT = '00'
                 DISPLAY 'ZTPMOVUP MOVWORK OPEN FAILED, STATUS: '
                     MOV-WORK-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
                 CLOSE CUST-STD-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ CUST-STD-FILE
                     IF CUST-STD-STATUS = '00'
                        IF CUST-STD-RECORD (1:4) = 'ENVH'
                           MOVE CUST-STD-RECORD TO MOV-WORK-RECORD
                           WRITE MOV-WORK-RECORD
                        ELSE
                           IF CUST-STD-RECORD (1:4) NOT = 'ENVT'
                              ADD 1 TO WS-RECORDS-READ
                              PERFORM MOVE-UPDATE-ONE-RECORD
                           END-IF
                        END-IF
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 PERFORM WRITE-WORK-ENVELOPE-TRAILER
                 CLOSE CUST-STD-FILE
                 CLOSE MOV-WORK-FILE
              END-IF
           END-IF.

       MOVE-UPDATE-ONE-RECORD.
           PERFORM FIND-COA-MATCH
           IF WS-COA-MATCH = 0
              PERFORM WRITE-WORK-RECORD
           ELSE
              MOVE 'Y' TO COA-T-USED (WS-COA-MATCH)
              MOVE STD-CUST-STREET TO WS-OLD-STREET
              MOVE STD-CUST-CITY TO WS-OLD-CITY
              MOVE STD-CUST-STATE TO WS-OLD-STATE
              MOVE STD-CUST-POSTAL TO WS-OLD-POSTAL
              IF COA-T-MOVE-TYPE (WS-COA-MATCH) = 'N'
                 ADD 1 TO WS-MOVES-SUPPRESSED
                 MOVE 'NO FORWARD' TO WS-MOVE-ACTION
                 MOVE 'NO CHG  ' TO WS-DB2-ACTION
                 MOVE 'NO CHG  ' TO WS-KSDS-ACTION
              ELSE
                 ADD 1 TO WS-MOVES-APPLIED
                 MOVE 'MOVED     ' TO WS-MOVE-ACTION
                 MOVE COA-T-NEW-STREET (WS-COA-MATCH) TO
                     STD-CUST-STREET
                 MOVE COA-T-NEW-CITY (WS-COA-MATCH) TO STD-CUST-CITY
                 MOVE COA-T-NEW-STATE (WS-COA-MATCH) TO
                     STD-CUST-STATE
                 MOVE COA-T-NEW-POSTAL (WS-COA-MATCH) TO
                     STD-CUST-POSTAL
                 IF WS-RUN-MODE = 'TEST'
                    MOVE 'TEST    ' TO WS-DB2-ACTION
                    MOVE 'TEST    ' TO WS-KSDS-ACTION
                 ELSE
                    PERFORM UPDATE-CUSTOMER-ROW
                    PERFORM UPDATE-CUSTOMER-KSDS
                 END-IF
                 PERFORM WRITE-WORK-RECORD
              END-IF
              PERFORM WRITE-MOVE-DETAIL
           END-IF.

       FIND-COA-MATCH.
           MOVE 0 TO WS-COA-MATCH
           MOVE FUNCTION UPPER-CASE(STD-CUST-NAME) TO WS-MATCH-NAME
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
                      OR WS-COA-MATCH > 0
               IF COA-T-NAME (WS-COA-IDX) = WS-MATCH-NAME
                  AND COA-T-OLD-STREET (WS-COA-IDX) = STD-CUST-STREET
                  AND COA-T-OLD-ZIP (WS-COA-IDX) =
                      STD-CUST-POSTAL (1:5)
                  MOVE WS-COA-IDX TO WS-COA-MATCH
               END-IF
           END-PERFORM.

       WRITE-WORK-RECORD.
           MOVE CUST-STD-RECORD TO MOV-WORK-RECORD
           WRITE MOV-WORK-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM ADD-WORK-RECORD-TO-HASH.

       UPDATE-CUSTOMER-ROW.
           MOVE STD-CUST-NUMBER TO WS-CUST-NUMBER
           MOVE STD-CUST-STREET TO WS-NEW-STREET
           MOVE STD-CUST-CITY TO WS-NEW-CITY
           MOVE STD-CUST-STATE TO WS-NEW-STATE
           MOVE STD-CUST-POSTAL TO WS-NEW-POSTAL
           MOVE 'B' TO HRA-ACTION
           PERFORM RECORD-CUSTOMER-HISTORY
           EXEC SQL
               UPDATE CUSTOMER
                  SET CUST-STREET = :WS-NEW-STREET,
                      CUST-CITY = :WS-NEW-CITY,
                      CUST-STATE = :WS-NEW-STATE,
                      CUST-POSTAL = :WS-NEW-POSTAL
                WHERE CUST-NUMBER = :WS-CUST-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'UPDATED ' TO WS-DB2-ACTION
                   MOVE 'C' TO HRA-ACTION
                   PERFORM RECORD-CUSTOMER-HISTORY
               WHEN 100
                   MOVE 'NOTFOUND' TO WS-DB2-ACTION
                   ADD 1 TO WS-MASTERS-MISSING
               WHEN OTHER
                   DISPLAY 'ZTPMOVUP DB2 UPDATE FAILED, SQLCODE: '
                       SQLCODE ' CUSTOMER: ' WS-CUST-NUMBER
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'ERROR   ' TO WS-DB2-ACTION
           END-EVALUATE.

       RECORD-CUSTOMER-HISTORY.
           MOVE WS-CUST-NUMBER TO HRA-CUST-NUMBER
           MOVE 'NCOA    ' TO HRA-SOURCE
           MOVE 'ZTPMOVUP' TO HRA-USERID
           CALL 'ZTPCHIST' USING HISTORY-REQUEST-AREA
           IF HRA-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-SQL-ERROR
           END-IF.

       UPDATE-CUSTOMER-KSDS.
           MOVE STD-CUST-NUMBER TO KSDS-KEY
           READ KSDS-FILE
               INVALID KEY
                   MOVE 'NOTFOUND' TO WS-KSDS-ACTION
                   ADD 1 TO WS-MASTERS-MISSING
               NOT INVALID KEY
                   MOVE STD-CUST-STREET TO KSDS-TEXT (21:20)
                   MOVE STD-CUST-CITY TO KSDS-TEXT (41:15)
                   MOVE STD-CUST-STATE TO KSDS-TEXT (56:2)
                   MOVE STD-CUST-POSTAL TO KSDS-TEXT (58:10)
                   MOVE FUNCTION CURRENT-DATE TO KSDS-UPDATED-TS
                   REWRITE KSDS-RECORD
                       INVALID KEY
                           DISPLAY 'ZTPMOVUP TESTKSDS REWRITE FAILED, '
                               'KEY: ' KSDS-KEY
                           MOVE 'Y' TO WS-FILE-ERROR
                           MOVE 'ERROR   ' TO WS-KSDS-ACTION
                       NOT INVALID KEY
                           MOVE 'UPDATED ' TO WS-KSDS-ACTION
                   END-REWRITE
           END-READ.

       WRITE-MOVE-DETAIL.
           MOVE STD-CUST-NUMBER TO RPT-DET-NUMBER
           MOVE STD-CUST-NAME TO RPT-DET-NAME
           MOVE WS-MOVE-ACTION TO RPT-DET-ACTION
           MOVE COA-T-MOVE-DATE (WS-COA-MATCH) TO RPT-DET-MOVE-DATE
           MOVE WS-DB2-ACTION TO RPT-DET-DB2
           MOVE WS-KSDS-ACTION TO RPT-DET-KSDS
           WRITE MOVE-RPT-RECORD FROM WS-RPT-DETAIL
           MOVE 'FROM ' TO RPT-ADR-LABEL
           MOVE WS-OLD-STREET TO RPT-ADR-STREET
           MOVE WS-OLD-CITY TO RPT-ADR-CITY
           MOVE WS-OLD-STATE TO RPT-ADR-STATE
           MOVE WS-OLD-POSTAL TO RPT-ADR-POSTAL
           WRITE MOVE-RPT-RECORD FROM WS-RPT-ADDRESS
           IF COA-T-MOVE-TYPE (WS-COA-MATCH) = 'N'
              MOVE 'TO   ' TO RPT-ADR-LABEL
              MOVE 'NOT MAILED' TO RPT-ADR-STREET
              MOVE SPACES TO RPT-ADR-CITY
              MOVE SPACES TO RPT-ADR-STATE
              MOVE SPACES TO RPT-ADR-POSTAL
           ELSE
              MOVE 'TO   ' TO RPT-ADR-LABEL
              MOVE STD-CUST-STREET TO RPT-ADR-STREET
              MOVE STD-CUST-CITY TO RPT-ADR-CITY
              MOVE STD-CUST-STATE TO RPT-ADR-STATE
              MOVE STD-CUST-POSTAL TO RPT-ADR-POSTAL
           END-IF
           WRITE MOVE-RPT-RECORD FROM WS-RPT-ADDRESS.

       ADD-WORK-RECORD-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 9 BY 1
                   UNTIL WS-BYTE-IDX > 28
               COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                   WS-HASH-TOTAL +
                   FUNCTION ORD(MOV-WORK-RECORD (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-WORK-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-RECORDS-WRITTEN TO ENV-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO MOV-WORK-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO MOV-WORK-RECORD (1:40)
           WRITE MOV-WORK-RECORD.

       COPY-BACK-CUSTSTD.
           OPEN INPUT MOV-WORK-FILE
           IF MOV-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPMOVUP MOVWORK REOPEN FAILED, STATUS: '
                  MOV-WORK-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
           ELSE
              OPEN OUTPUT CUST-STD-FILE
              IF CUST-STD-STATUS NOT = '00'
                 DISPLAY 'ZTPMOVUP CUSTSTD REWRITE FAILED, '
                     'STATUS: ' CUST-STD-STATUS
                 MOVE 'Y' TO WS-FILE-ERROR
                 CLOSE MOV-WORK-FILE
              ELSE
                 MOVE 'Y' TO WS-MORE-RECORDS
                 PERFORM UNTIL WS-MORE-RECORDS = 'N'
                     READ MOV-WORK-FILE
                     IF MOV-WORK-STATUS = '00'
                        MOVE MOV-WORK-RECORD TO CUST-STD-RECORD
                        WRITE CUST-STD-RECORD
                     ELSE
                        MOVE 'N' TO WS-MORE-RECORDS
                     END-IF
                 END-PERFORM
                 CLOSE MOV-WORK-FILE
                 CLOSE CUST-STD-FILE
              END-IF
           END-IF.

       LIST-UNMATCHED-COA.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF COA-T-USED (WS-COA-IDX) = 'N'
                  ADD 1 TO WS-COA-UNMATCHED
                  MOVE 'NO MATCH  ' TO RPT-COA-LABEL
                  MOVE COA-T-NAME (WS-COA-IDX) TO RPT-COA-NAME
                  MOVE COA-T-OLD-STREET (WS-COA-IDX) TO RPT-COA-STREET
                  MOVE COA-T-OLD-ZIP (WS-COA-IDX) TO RPT-COA-POSTAL
                  MOVE 'NOT ON CUSTSTD' TO RPT-COA-REASON
                  WRITE MOVE-RPT-RECORD FROM WS-RPT-COA-LINE
               END-IF
           END-PERFORM.

       WRITE-MOVE-TOTALS.
           MOVE SPACES TO MOVE-RPT-RECORD
           WRITE MOVE-RPT-RECORD
           MOVE 'CHANGE-OF-ADDRESS RECORDS READ    ' TO RPT-CNT-LABEL
           MOVE WS-COA-READ TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CHANGE-OF-ADDRESS RECORDS REJECTED' TO RPT-CNT-LABEL
           MOVE WS-COA-REJECTED TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CUSTSTD RECORDS READ              ' TO RPT-CNT-LABEL
           MOVE WS-RECORDS-READ TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADDRESSES MOVED                   ' TO RPT-CNT-LABEL
           MOVE WS-MOVES-APPLIED TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'SUPPRESSED - NO FORWARDING ADDRESS' TO RPT-CNT-LABEL
           MOVE WS-MOVES-SUPPRESSED TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CHANGE-OF-ADDRESS NOT MATCHED     ' TO RPT-CNT-LABEL
           MOVE WS-COA-UNMATCHED TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'MOVES NOT FOUND ON A MASTER       ' TO RPT-CNT-LABEL
           MOVE WS-MASTERS-MISSING TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'CUSTSTD RECORDS PASSED TO MAILING ' TO RPT-CNT-LABEL
           MOVE WS-RECORDS-WRITTEN TO RPT-CNT-VALUE
           WRITE MOVE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
       END PROGRAM ZTPMOVUP.
