       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDUPMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-STD-FILE ASSIGN CUSTSTD
           FILE STATUS IS CUST-STD-STATUS.
           SELECT MATCH-WORK-FILE ASSIGN MATCHWK
           FILE STATUS IS MATCH-WORK-STATUS.
           SELECT DUP-WORK-FILE ASSIGN DUPWORK
           FILE STATUS IS DUP-WORK-STATUS.
           SELECT DUP-RPT-FILE ASSIGN DUPRPT
           FILE STATUS IS DUP-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN SORTWK01.
           SELECT MATCH-SORT-FILE ASSIGN SORTWK02.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-STD-FILE RECORD CONTAINS 75 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-STD-RECORD.
           05  STD-CUST-NUMBER PIC X(8).
           05  STD-CUST-NAME PIC X(20).
           05  STD-CUST-STREET PIC X(20).
           05  STD-CUST-CITY PIC X(15).
           05  STD-CUST-STATE PIC X(2).
           05  STD-CUST-POSTAL PIC X(10).
       FD  MATCH-WORK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MATCH-WORK-RECORD.
           05  MWK-POSTAL-BLOCK PIC X(5).
           05  MWK-CUST-NUMBER PIC X(8).
           05  MWK-NAME PIC X(20).
           05  MWK-STREET PIC X(20).
           05  MWK-POSTAL PIC X(10).
           05  MWK-STD-FLAG PIC X(1).
           05  FILLER PIC X(16).
       FD  DUP-WORK-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  DUP-WORK-RECORD.
           05  DWK-DECISION PIC X(1).
           05  DWK-SURVIVOR PIC X(8).
           05  DWK-DUPLICATE PIC X(8).
           05  DWK-SCORE PIC 9(3).
           05  DWK-SURV-NAME PIC X(20).
           05  DWK-DUP-NAME PIC X(20).
           05  DWK-SURV-STREET PIC X(20).
           05  DWK-DUP-STREET PIC X(20).
           05  DWK-POSTAL PIC X(10).
           05  DWK-MATCH-DATE PIC X(8).
           05  FILLER PIC X(2).
       FD  DUP-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DUP-RPT-RECORD PIC X(80).
       SD  SORT-WORK-FILE RECORD CONTAINS 80 CHARACTERS.
       01  SORT-RECORD.
           05  SRT-CUST-NUMBER PIC X(8).
           05  SRT-SOURCE PIC X(1).
           05  SRT-NAME PIC X(20).
           05  SRT-STREET PIC X(20).
           05  SRT-POSTAL PIC X(10).
           05  FILLER PIC X(21).
       SD  MATCH-SORT-FILE RECORD CONTAINS 80 CHARACTERS.
       01  MATCH-SORT-RECORD.
           05  MSR-POSTAL-BLOCK PIC X(5).
           05  MSR-CUST-NUMBER PIC X(8).
           05  MSR-NAME PIC X(20).
           05  MSR-STREET PIC X(20).
           05  MSR-POSTAL PIC X(10).
           05  MSR-STD-FLAG PIC X(1).
           05  FILLER PIC X(16).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  CUST-STD-STATUS PIC X(2).
       01  MATCH-WORK-STATUS PIC X(2).
       01  DUP-WORK-STATUS PIC X(2).
       01  DUP-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-SORT-DONE PIC X(1) VALUE 'N'.
       01  WS-END-OF-CURSOR PIC X(1) VALUE 'N'.
       01  WS-SQL-ERROR PIC X(1) VALUE 'N'.
       01  WS-CUST-STD-USED PIC X(1) VALUE 'N'.
       01  WS-THRESHOLD PIC 9(3) VALUE 75.
       01  WS-ROWS-FETCHED PIC 9(8) VALUE 0.
       01  WS-STD-READ PIC 9(8) VALUE 0.
       01  WS-STD-NOT-ON-DB2 PIC 9(6) VALUE 0.
       01  WS-STD-APPLIED PIC 9(8) VALUE 0.
       01  WS-CUSTOMERS-SCORED PIC 9(8) VALUE 0.
       01  WS-NO-POSTAL PIC 9(6) VALUE 0.
       01  WS-BLOCK-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-PAIRS-COMPARED PIC 9(9) VALUE 0.
       01  WS-PAIRS-LISTED PIC 9(6) VALUE 0.
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-CUST-NAME PIC X(20).
       01  WS-CUST-STREET PIC X(20).
       01  WS-CUST-POSTAL PIC X(10).
       01  WS-CUR-OPEN PIC X(1) VALUE 'N'.
       01  WS-CUR-NUMBER PIC X(8).
       01  WS-CUR-ON-DB2 PIC X(1).
       01  WS-CUR-NAME PIC X(20).
       01  WS-CUR-STREET PIC X(20).
       01  WS-CUR-POSTAL PIC X(10).
       01  WS-CUR-STD-FLAG PIC X(1).
       01  WS-CUR-BLOCK PIC X(5).
       01  BLOCK-TABLE.
           05  BLK-ENTRY OCCURS 100 TIMES.
               10  BLK-CUST-NUMBER PIC X(8).
               10  BLK-NAME PIC X(20).
               10  BLK-STREET PIC X(20).
               10  BLK-POSTAL PIC X(10).
               10  BLK-NAME-KEY PIC X(20).
               10  BLK-FIRST-NAME PIC X(20).
               10  BLK-LAST-NAME PIC X(20).
               10  BLK-HOUSE PIC X(20).
               10  BLK-STREET-NAME PIC X(20).
       01  WS-BLK-COUNT PIC 9(3) VALUE 0.
       01  WS-BLK-I PIC 9(3).
       01  WS-BLK-J PIC 9(3).
       01  WS-BLK-START PIC 9(3).
       01  WS-SCORE PIC 9(3).
       01  WS-NAME-WORK PIC X(20).
       01  WS-NAME-WORDS.
           05  WS-NAME-WORD OCCURS 4 TIMES PIC X(20).
       01  WS-NAME-WORD-IDX PIC 9(1).
       01  WS-NAME-LAST-IDX PIC 9(1).
       01  WS-COMMA-COUNT PIC 9(2).
       01  WS-STREET-WORDS.
           05  WS-STREET-WORD OCCURS 3 TIMES PIC X(20).
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(46)
               VALUE 'DUPLICATE CUSTOMER REVIEW LIST       RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(16) VALUE '  MIN SCORE     '.
           05  RPT-HDR-THRESHOLD PIC ZZ9.
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  RPT-NOTE-TEXT PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SURVIVOR NAME                 STREET    '.
           05  FILLER PIC X(40)
               VALUE '           POSTAL     SCORE             '.
       01  WS-RPT-COLUMNS-2.
           05  FILLER PIC X(40)
               VALUE '  MERGE                                 '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-NUMBER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STREET PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-POSTAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SCORE PIC ZZZ.
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(21) VALUE 'CUSTOMERS SCORED     '.
           05  RPT-TRL-SCORED PIC ZZZZZZZ9.
           05  FILLER PIC X(21) VALUE '  PAIRS LISTED       '.
           05  RPT-TRL-PAIRS PIC ZZZZZ9.
           05  FILLER PIC X(24) VALUE SPACES.
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
              MOVE PARM-TEXT (1:3) TO WS-THRESHOLD
           END-IF
           OPEN OUTPUT DUP-RPT-FILE
           IF DUP-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPDUPMT DUPRPT OPEN FAILED, STATUS: '
                  DUP-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT DUP-WORK-FILE
           IF DUP-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDUPMT DUPWORK OPEN FAILED, STATUS: '
                  DUP-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE DUP-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-THRESHOLD TO RPT-HDR-THRESHOLD
           WRITE DUP-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE DUP-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NUMBER
                                SRT-SOURCE
               INPUT PROCEDURE IS RELEASE-CUSTOMER-ROWS
               OUTPUT PROCEDURE IS BUILD-MATCH-WORK
           IF WS-SQL-ERROR = 'Y'
              DISPLAY 'ZTPDUPMT CUSTOMER TABLE NOT READ, NO MATCHING'
              MOVE 'DB2 CUSTOMER TABLE NOT READ - NO PAIRS SCORED'
                  TO RPT-NOTE-TEXT
              WRITE DUP-RPT-RECORD FROM WS-RPT-NOTE
              CLOSE DUP-WORK-FILE
              CLOSE DUP-RPT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-CUST-STD-USED = 'N'
              MOVE 'CUSTSTD NOT USED - ADDRESSES TAKEN FROM DB2 AS HELD'
                  TO RPT-NOTE-TEXT
              WRITE DUP-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           WRITE DUP-RPT-RECORD FROM WS-RPT-COLUMNS
           WRITE DUP-RPT-RECORD FROM WS-RPT-COLUMNS-2
           SORT MATCH-SORT-FILE
               ON ASCENDING KEY MSR-POSTAL-BLOCK
                                MSR-CUST-NUMBER
               USING MATCH-WORK-FILE
               OUTPUT PROCEDURE IS SCORE-POSTAL-BLOCKS
           IF WS-BLOCK-OVERFLOW > 0
              MOVE 'POSTAL GROUP OVER 100 CUSTOMERS - SOME NOT COMPARED'
                  TO RPT-NOTE-TEXT
              WRITE DUP-RPT-RECORD FROM WS-RPT-NOTE
           END-IF
           MOVE WS-CUSTOMERS-SCORED TO RPT-TRL-SCORED
           MOVE WS-PAIRS-LISTED TO RPT-TRL-PAIRS
           WRITE DUP-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE DUP-WORK-FILE
           CLOSE DUP-RPT-FILE
           DISPLAY 'ZTPDUPMT DB2 CUSTOMER ROWS: ' WS-ROWS-FETCHED
           DISPLAY 'ZTPDUPMT CUSTSTD ROWS READ: ' WS-STD-READ
           DISPLAY 'ZTPDUPMT CUSTSTD ROWS NOT ON DB2: '
               WS-STD-NOT-ON-DB2
           DISPLAY 'ZTPDUPMT CUSTOMERS SCORED: ' WS-CUSTOMERS-SCORED
           DISPLAY 'ZTPDUPMT CUSTOMERS WITH NO POSTAL CODE: '
               WS-NO-POSTAL
           DISPLAY 'ZTPDUPMT CUSTOMERS NOT COMPARED: '
               WS-BLOCK-OVERFLOW
           DISPLAY 'ZTPDUPMT PAIRS COMPARED: ' WS-PAIRS-COMPARED
           DISPLAY 'ZTPDUPMT PAIRS LISTED FOR REVIEW: '
               WS-PAIRS-LISTED
           IF WS-BLOCK-OVERFLOW > 0
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
              MOVE 'ZTPDUPMT' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPDUPMT' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-CUSTOMERS-SCORED TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPDUPMT' TO VER-PROGRAM-ID
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

       RELEASE-CUSTOMER-ROWS.
           PERFORM RELEASE-STANDARDIZED-ROWS
           EXEC SQL
               DECLARE DUPM-CURSOR CURSOR FOR
                   SELECT CUST-NUMBER, CUST-NAME, CUST-STREET,
                          CUST-POSTAL
                   FROM CUSTOMER
                   FOR FETCH ONLY
           END-EXEC
           EXEC SQL
               OPEN DUPM-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ZTPDUPMT OPEN CURSOR FAILED, SQLCODE: '
                  SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR
           ELSE
              PERFORM FETCH-NEXT-ROW
              PERFORM UNTIL WS-END-OF-CURSOR = 'Y'
                  ADD 1 TO WS-ROWS-FETCHED
                  MOVE SPACES TO SORT-RECORD
                  MOVE WS-CUST-NUMBER TO SRT-CUST-NUMBER
                  MOVE 'D' TO SRT-SOURCE
                  MOVE WS-CUST-NAME TO SRT-NAME
                  MOVE WS-CUST-STREET TO SRT-STREET
                  MOVE WS-CUST-POSTAL TO SRT-POSTAL
                  RELEASE SORT-RECORD
                  PERFORM FETCH-NEXT-ROW
              END-PERFORM
              EXEC SQL
                  CLOSE DUPM-CURSOR
              END-EXEC
           END-IF.

       FETCH-NEXT-ROW.
           EXEC SQL
               FETCH DUPM-CURSOR
               INTO :WS-CUST-NUMBER, :WS-CUST-NAME,
                    :WS-CUST-STREET, :WS-CUST-POSTAL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                   DISPLAY 'ZTPDUPMT FETCH FAILED, SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE.

       RELEASE-STANDARDIZED-ROWS.
           OPEN INPUT CUST-STD-FILE
           IF CUST-STD-STATUS NOT = '00'
              DISPLAY 'ZTPDUPMT CUSTSTD NOT AVAILABLE, STATUS: '
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
                                DISPLAY 'ZTPDUPMT CUSTSTD IS A MASKED '
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
                             MOVE 'S' TO SRT-SOURCE
                             MOVE STD-CUST-NAME TO SRT-NAME
                             MOVE STD-CUST-STREET TO SRT-STREET
                             MOVE STD-CUST-POSTAL TO SRT-POSTAL
                             RELEASE SORT-RECORD
                     END-EVALUATE
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CUST-STD-FILE
           END-IF.

       BUILD-MATCH-WORK.
           OPEN OUTPUT MATCH-WORK-FILE
           IF MATCH-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPDUPMT MATCHWK OPEN FAILED, STATUS: '
                  MATCH-WORK-STATUS
              MOVE 'Y' TO WS-SQL-ERROR
           ELSE
              MOVE 'N' TO WS-SORT-DONE
              PERFORM UNTIL WS-SORT-DONE = 'Y'
                  RETURN SORT-WORK-FILE
                      AT END
                          MOVE 'Y' TO WS-SORT-DONE
                      NOT AT END
                          PERFORM PROCESS-CUSTOMER-ROW
                  END-RETURN
              END-PERFORM
              IF WS-CUR-OPEN = 'Y'
                 PERFORM FINISH-CUSTOMER
              END-IF
              CLOSE MATCH-WORK-FILE
           END-IF.

       PROCESS-CUSTOMER-ROW.
           IF WS-CUR-OPEN = 'N'
              OR SRT-CUST-NUMBER NOT = WS-CUR-NUMBER
              IF WS-CUR-OPEN = 'Y'
                 PERFORM FINISH-CUSTOMER
              END-IF
              MOVE 'Y' TO WS-CUR-OPEN
              MOVE SRT-CUST-NUMBER TO WS-CUR-NUMBER
              MOVE 'N' TO WS-CUR-ON-DB2
              MOVE 'N' TO WS-CUR-STD-FLAG
              MOVE SPACES TO WS-CUR-NAME
              MOVE SPACES TO WS-CUR-STREET
              MOVE SPACES TO WS-CUR-POSTAL
           END-IF
           IF SRT-SOURCE = 'D'
              MOVE 'Y' TO WS-CUR-ON-DB2
              MOVE SRT-NAME TO WS-CUR-NAME
              MOVE FUNCTION UPPER-CASE(SRT-STREET) TO WS-CUR-STREET
              MOVE SRT-POSTAL TO WS-CUR-POSTAL
           ELSE
              IF WS-CUR-ON-DB2 = 'Y'
                 MOVE 'Y' TO WS-CUR-STD-FLAG
                 MOVE SRT-STREET TO WS-CUR-STREET
                 MOVE SRT-POSTAL TO WS-CUR-POSTAL
              END-IF
           END-IF.

       FINISH-CUSTOMER.
           IF WS-CUR-ON-DB2 = 'N'
              ADD 1 TO WS-STD-NOT-ON-DB2
           ELSE
              IF WS-CUR-STD-FLAG = 'Y'
                 ADD 1 TO WS-STD-APPLIED
              END-IF
              IF WS-CUR-POSTAL (1:5) = SPACES
                 ADD 1 TO WS-NO-POSTAL
              ELSE
                 MOVE SPACES TO MATCH-WORK-RECORD
                 MOVE WS-CUR-POSTAL (1:5) TO MWK-POSTAL-BLOCK
                 MOVE WS-CUR-NUMBER TO MWK-CUST-NUMBER
                 MOVE WS-CUR-NAME TO MWK-NAME
                 MOVE WS-CUR-STREET TO MWK-STREET
                 MOVE WS-CUR-POSTAL TO MWK-POSTAL
                 MOVE WS-CUR-STD-FLAG TO MWK-STD-FLAG
                 WRITE MATCH-WORK-RECORD
              END-IF
           END-IF.

       SCORE-POSTAL-BLOCKS.
           MOVE 0 TO WS-BLK-COUNT
           MOVE SPACES TO WS-CUR-BLOCK
           MOVE 'N' TO WS-SORT-DONE
           PERFORM UNTIL WS-SORT-DONE = 'Y'
               RETURN MATCH-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-DONE
                   NOT AT END
                       PERFORM ADD-TO-POSTAL-BLOCK
               END-RETURN
           END-PERFORM
           IF WS-BLK-COUNT > 0
              PERFORM SCORE-ONE-BLOCK
           END-IF.

       ADD-TO-POSTAL-BLOCK.
           IF MSR-POSTAL-BLOCK NOT = WS-CUR-BLOCK
              IF WS-BLK-COUNT > 0
                 PERFORM SCORE-ONE-BLOCK
              END-IF
              MOVE 0 TO WS-BLK-COUNT
              MOVE MSR-POSTAL-BLOCK TO WS-CUR-BLOCK
           END-IF
           ADD 1 TO WS-CUSTOMERS-SCORED
           IF WS-BLK-COUNT = 100
              ADD 1 TO WS-BLOCK-OVERFLOW
           ELSE
              ADD 1 TO WS-BLK-COUNT
              MOVE MSR-CUST-NUMBER TO BLK-CUST-NUMBER (WS-BLK-COUNT)
              MOVE MSR-NAME TO BLK-NAME (WS-BLK-COUNT)
              MOVE MSR-STREET TO BLK-STREET (WS-BLK-COUNT)
              MOVE MSR-POSTAL TO BLK-POSTAL (WS-BLK-COUNT)
              PERFORM STANDARDIZE-NAME
              PERFORM SPLIT-STREET
           END-IF.

       STANDARDIZE-NAME.
           MOVE FUNCTION UPPER-CASE(MSR-NAME) TO WS-NAME-WORK
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-NAME-WORK TALLYING WS-COMMA-COUNT FOR ALL ','
           INSPECT WS-NAME-WORK CONVERTING '.,-''' TO '    '
           MOVE SPACES TO WS-NAME-WORDS
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACES
               INTO WS-NAME-WORD (1) WS-NAME-WORD (2)
                    WS-NAME-WORD (3) WS-NAME-WORD (4)
           END-UNSTRING
           IF WS-NAME-WORD (1) = SPACES
              MOVE WS-NAME-WORD (2) TO WS-NAME-WORD (1)
              MOVE WS-NAME-WORD (3) TO WS-NAME-WORD (2)
              MOVE WS-NAME-WORD (4) TO WS-NAME-WORD (3)
              MOVE SPACES TO WS-NAME-WORD (4)
           END-IF
           MOVE 1 TO WS-NAME-LAST-IDX
           PERFORM VARYING WS-NAME-WORD-IDX FROM 1 BY 1
                   UNTIL WS-NAME-WORD-IDX > 4
               IF WS-NAME-WORD (WS-NAME-WORD-IDX) NOT = SPACES
                  MOVE WS-NAME-WORD-IDX TO WS-NAME-LAST-IDX
               END-IF
           END-PERFORM
           IF WS-COMMA-COUNT > 0
              MOVE WS-NAME-WORD (1) TO BLK-LAST-NAME (WS-BLK-COUNT)
              MOVE WS-NAME-WORD (2) TO BLK-FIRST-NAME (WS-BLK-COUNT)
           ELSE
              MOVE WS-NAME-WORD (1) TO BLK-FIRST-NAME (WS-BLK-COUNT)
              MOVE WS-NAME-WORD (WS-NAME-LAST-IDX) TO
                  BLK-LAST-NAME (WS-BLK-COUNT)
           END-IF
           MOVE SPACES TO BLK-NAME-KEY (WS-BLK-COUNT)
           STRING FUNCTION TRIM(BLK-FIRST-NAME (WS-BLK-COUNT)) ' '
               FUNCTION TRIM(BLK-LAST-NAME (WS-BLK-COUNT))
               DELIMITED BY SIZE INTO BLK-NAME-KEY (WS-BLK-COUNT)
           END-STRING.

       SPLIT-STREET.
           MOVE SPACES TO WS-STREET-WORDS
           UNSTRING MSR-STREET DELIMITED BY ALL SPACES
               INTO WS-STREET-WORD (1) WS-STREET-WORD (2)
                    WS-STREET-WORD (3)
           END-UNSTRING
           IF WS-STREET-WORD (1) = SPACES
              MOVE WS-STREET-WORD (2) TO WS-STREET-WORD (1)
              MOVE WS-STREET-WORD (3) TO WS-STREET-WORD (2)
           END-IF
           MOVE WS-STREET-WORD (1) TO BLK-HOUSE (WS-BLK-COUNT)
           MOVE WS-STREET-WORD (2) TO BLK-STREET-NAME (WS-BLK-COUNT).

       SCORE-ONE-BLOCK.
           PERFORM VARYING WS-BLK-I FROM 1 BY 1
                   UNTIL WS-BLK-I >= WS-BLK-COUNT
               ADD 1 TO WS-BLK-I GIVING WS-BLK-START
               PERFORM VARYING WS-BLK-J FROM WS-BLK-START BY 1
                       UNTIL WS-BLK-J > WS-BLK-COUNT
                   ADD 1 TO WS-PAIRS-COMPARED
                   PERFORM SCORE-ONE-PAIR
                   IF WS-SCORE >= WS-THRESHOLD
                      PERFORM LIST-CANDIDATE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       SCORE-ONE-PAIR.
           IF BLK-POSTAL (WS-BLK-I) = BLK-POSTAL (WS-BLK-J)
              MOVE 20 TO WS-SCORE
           ELSE
              MOVE 15 TO WS-SCORE
           END-IF
           EVALUATE TRUE
               WHEN BLK-STREET (WS-BLK-I) = BLK-STREET (WS-BLK-J)
                   AND BLK-STREET (WS-BLK-I) NOT = SPACES
                   ADD 40 TO WS-SCORE
               WHEN BLK-HOUSE (WS-BLK-I) = BLK-HOUSE (WS-BLK-J)
                   AND BLK-HOUSE (WS-BLK-I) NOT = SPACES
                   AND BLK-STREET-NAME (WS-BLK-I) =
                       BLK-STREET-NAME (WS-BLK-J)
                   ADD 30 TO WS-SCORE
               WHEN BLK-HOUSE (WS-BLK-I) = BLK-HOUSE (WS-BLK-J)
                   AND BLK-HOUSE (WS-BLK-I) NOT = SPACES
                   ADD 15 TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN BLK-LAST-NAME (WS-BLK-I) = SPACES
                   CONTINUE
               WHEN BLK-NAME-KEY (WS-BLK-I) = BLK-NAME-KEY (WS-BLK-J)
                   AND BLK-NAME (WS-BLK-I) = BLK-NAME (WS-BLK-J)
                   ADD 40 TO WS-SCORE
               WHEN BLK-NAME-KEY (WS-BLK-I) = BLK-NAME-KEY (WS-BLK-J)
                   ADD 35 TO WS-SCORE
               WHEN BLK-LAST-NAME (WS-BLK-I) = BLK-LAST-NAME (WS-BLK-J)
                   AND BLK-FIRST-NAME (WS-BLK-I) (1:1) =
                       BLK-FIRST-NAME (WS-BLK-J) (1:1)
                   ADD 30 TO WS-SCORE
               WHEN BLK-LAST-NAME (WS-BLK-I) =
                       BLK-FIRST-NAME (WS-BLK-J)
                   AND BLK-FIRST-NAME (WS-BLK-I) =
                       BLK-LAST-NAME (WS-BLK-J)
                   ADD 30 TO WS-SCORE
               WHEN BLK-LAST-NAME (WS-BLK-I) = BLK-LAST-NAME (WS-BLK-J)
                   ADD 10 TO WS-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-CANDIDATE-PAIR.
           ADD 1 TO WS-PAIRS-LISTED
           MOVE SPACES TO DUP-WORK-RECORD
           MOVE BLK-CUST-NUMBER (WS-BLK-I) TO DWK-SURVIVOR
           MOVE BLK-CUST-NUMBER (WS-BLK-J) TO DWK-DUPLICATE
           MOVE WS-SCORE TO DWK-SCORE
           MOVE BLK-NAME (WS-BLK-I) TO DWK-SURV-NAME
           MOVE BLK-NAME (WS-BLK-J) TO DWK-DUP-NAME
           MOVE BLK-STREET (WS-BLK-I) TO DWK-SURV-STREET
           MOVE BLK-STREET (WS-BLK-J) TO DWK-DUP-STREET
           MOVE BLK-POSTAL (WS-BLK-I) TO DWK-POSTAL
           MOVE WS-RUN-DATE TO DWK-MATCH-DATE
           WRITE DUP-WORK-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE BLK-CUST-NUMBER (WS-BLK-I) TO RPT-DET-NUMBER
           MOVE BLK-NAME (WS-BLK-I) TO RPT-DET-NAME
           MOVE BLK-STREET (WS-BLK-I) TO RPT-DET-STREET
           MOVE BLK-POSTAL (WS-BLK-I) TO RPT-DET-POSTAL
           MOVE WS-SCORE TO RPT-DET-SCORE
           WRITE DUP-RPT-RECORD FROM WS-RPT-DETAIL
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE BLK-CUST-NUMBER (WS-BLK-J) TO RPT-DET-NUMBER
           MOVE BLK-NAME (WS-BLK-J) TO RPT-DET-NAME
           MOVE BLK-STREET (WS-BLK-J) TO RPT-DET-STREET
           MOVE BLK-POSTAL (WS-BLK-J) TO RPT-DET-POSTAL
           WRITE DUP-RPT-RECORD FROM WS-RPT-DETAIL.
       END PROGRAM ZTPDUPMT.
