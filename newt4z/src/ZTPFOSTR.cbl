       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPFOSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOSTER-MST-FILE ASSIGN FOSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FST-KEY
           FILE STATUS IS FOSTER-MST-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT FOSTER-TRN-FILE ASSIGN FOSTTRN
           FILE STATUS IS FOSTER-TRN-STATUS.
           SELECT FOSTER-RPT-FILE ASSIGN FOSTRPT
           FILE STATUS IS FOSTER-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOSTER-MST-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPFSTCP.
       FD  INTAKE-MST-FILE RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.
       01  INTAKE-MST-RECORD.
           05  INK-ANIMAL-ID PIC X(10).
           05  INK-BREED PIC X(30).
           05  INK-SHELTER PIC X(4).
           05  INK-INTAKE-DATE PIC X(8).
           05  INK-STATUS PIC X(1).
           05  INK-ADOPT-DATE PIC X(8).
           05  INK-UPDATED-TS PIC X(21).
           05  FILLER PIC X(8).
       FD  FOSTER-TRN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  FOSTER-TRN-RECORD.
           05  FTR-TRAN-TYPE PIC X(1).
           05  FTR-ANIMAL-ID PIC X(10).
           05  FTR-CUSTOMER-ID PIC X(8).
           05  FTR-SHELTER PIC X(4).
           05  FTR-DATE PIC X(8).
           05  FTR-ENTERED-BY PIC X(8).
           05  FILLER PIC X(41).
       FD  FOSTER-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  FOSTER-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  FOSTER-MST-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  FOSTER-TRN-STATUS PIC X(2).
       01  FOSTER-TRN-LOADED PIC X(1) VALUE 'N'.
       01  FOSTER-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 365.
       01  WS-TRANS-READ PIC 9(6) VALUE 0.
       01  WS-TRANS-PLACED PIC 9(6) VALUE 0.
       01  WS-TRANS-RETURNED PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED PIC 9(6) VALUE 0.
       01  WS-TRAN-RESULT PIC X(30).
       01  WS-TRAN-SHELTER PIC X(4).
       01  WS-INTAKE-DATE PIC X(8).
       01  WS-FOSTER-SCAN PIC X(1).
       01  WS-ACTIVE-FOUND PIC X(1).
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-EARLIEST-DATE-INT PIC 9(8).
       01  WS-START-DATE-INT PIC 9(8).
       01  WS-END-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-PLACEMENT-DAYS PIC S9(9) COMP.
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  SHELTER-TALLY-TABLE.
           05  SHT-ENTRY OCCURS 100 TIMES.
               10  SHT-SHELTER PIC X(4).
               10  SHT-ACTIVE PIC 9(6).
               10  SHT-ACTIVE-DAYS PIC 9(9).
               10  SHT-RETURNED PIC 9(6).
               10  SHT-FOSTER-ADOPT PIC 9(6).
               10  SHT-OTHER-ADOPT PIC 9(6).
               10  SHT-DONE-DAYS PIC 9(9).
       01  WS-SHT-COUNT PIC 9(3) VALUE 0.
       01  WS-SHT-IDX PIC 9(3).
       01  WS-SHT-MATCH PIC 9(3).
       01  WS-SHT-SHIFT PIC 9(3).
       01  WS-TALLY-SHELTER PIC X(4).
       01  ACTIVE-PLACEMENT-TABLE.
           05  ACT-ENTRY OCCURS 2000 TIMES.
               10  ACT-SHELTER PIC X(4).
               10  ACT-ANIMAL-ID PIC X(10).
               10  ACT-CUSTOMER-ID PIC X(8).
               10  ACT-START-DATE PIC X(8).
               10  ACT-DAYS PIC 9(5).
       01  WS-ACT-COUNT PIC 9(4) VALUE 0.
       01  WS-ACT-IDX PIC 9(4).
       01  WS-ACT-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACTIVE PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACTIVE-DAYS PIC 9(9) VALUE 0.
       01  WS-TOTAL-RETURNED PIC 9(6) VALUE 0.
       01  WS-TOTAL-FOSTER-ADOPT PIC 9(6) VALUE 0.
       01  WS-TOTAL-OTHER-ADOPT PIC 9(6) VALUE 0.
       01  WS-TOTAL-DONE-DAYS PIC 9(9) VALUE 0.
       01  WS-SUM-ACTIVE PIC 9(6).
       01  WS-SUM-ACTIVE-DAYS PIC 9(9).
       01  WS-SUM-RETURNED PIC 9(6).
       01  WS-SUM-FOSTER-ADOPT PIC 9(6).
       01  WS-SUM-OTHER-ADOPT PIC 9(6).
       01  WS-SUM-DONE-DAYS PIC 9(9).
       01  WS-SUM-DONE PIC 9(6).
       01  WS-AVERAGE-DAYS PIC 9(5).
       01  WS-CONVERSION-PCT PIC 9(3)V9.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(34)
               VALUE 'FOSTER PLACEMENT REPORT  RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-TRAN-TITLE.
           05  FILLER PIC X(40)
               VALUE 'FOSTER PLACEMENT TRANSACTIONS (FOSTTRN) '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-TRAN-COLUMNS.
           05  FILLER PIC X(42)
               VALUE 'T ANIMAL     CARER    SHEL DATE     RESULT'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-TRAN-LINE.
           05  RPT-TRN-TYPE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TRN-RESULT PIC X(30).
           05  FILLER PIC X(14) VALUE SPACES.
       01  WS-RPT-ACTIVE-TITLE.
           05  FILLER PIC X(40)
               VALUE 'ACTIVE FOSTER PLACEMENTS BY SHELTER     '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-ACTIVE-COLUMNS.
           05  FILLER PIC X(39)
               VALUE 'SHEL ANIMAL     CARER    STARTED   DAYS'.
           05  FILLER PIC X(41) VALUE SPACES.
       01  WS-RPT-ACTIVE-LINE.
           05  RPT-ACT-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACT-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACT-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACT-START PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACT-DAYS PIC ZZZZ9.
           05  FILLER PIC X(41) VALUE SPACES.
       01  WS-RPT-ACTIVE-TOTAL.
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-ATT-SHELTER PIC X(4).
           05  FILLER PIC X(19) VALUE ' ACTIVE PLACEMENTS '.
           05  RPT-ATT-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(15) VALUE '  AVERAGE DAYS '.
           05  RPT-ATT-AVERAGE PIC ZZZZ9.
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-RPT-SUMMARY-TITLE.
           05  FILLER PIC X(40)
               VALUE 'FOSTER SUMMARY BY SHELTER - PLACEMENTS E'.
           05  FILLER PIC X(20) VALUE 'NDED IN THE LAST    '.
           05  RPT-SUM-DAYS PIC ZZ9.
           05  FILLER PIC X(17) VALUE ' DAYS'.
       01  WS-RPT-SUMMARY-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHEL ACTIVE AVGD  DONE RETND FADPT OADPT'.
           05  FILLER PIC X(40) VALUE ' AVGD  CONV%'.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-ACTIVE PIC ZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-ACTIVE-AVG PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-DONE PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-RETURNED PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-FOSTER-ADOPT PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-OTHER-ADOPT PIC ZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-DONE-AVG PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SUM-CONVERSION PIC ZZ9.9.
           05  FILLER PIC X(1) VALUE '%'.
           05  FILLER PIC X(28) VALUE SPACES.
       01  WS-RPT-LEGEND-1.
           05  FILLER PIC X(40)
               VALUE 'DONE = RETND + FADPT (ADOPTED BY THE FOS'.
           05  FILLER PIC X(40)
               VALUE 'TER CARER) + OADPT (ADOPTED BY OTHERS)  '.
       01  WS-RPT-LEGEND-2.
           05  FILLER PIC X(40)
               VALUE 'CONV% = FOSTER-TO-ADOPT CONVERSIONS AS A'.
           05  FILLER PIC X(40)
               VALUE ' PERCENTAGE OF PLACEMENTS DONE          '.
       01  WS-RPT-NONE-LINE.
           05  FILLER PIC X(6) VALUE SPACES.
           05  RPT-NONE-TEXT PIC X(74).
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(34).
           05  RPT-CNT-VALUE PIC ZZZZZ9.
           05  FILLER PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(3).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              AND PARM-TEXT (1:3) NOT = '000'
              MOVE PARM-TEXT (1:3) TO WS-WINDOW-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-EARLIEST-DATE-INT =
               WS-RUN-DATE-INT - WS-WINDOW-DAYS
           OPEN OUTPUT FOSTER-RPT-FILE
           IF FOSTER-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPFOSTR FOSTRPT OPEN FAILED, STATUS: '
                  FOSTER-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE FOSTER-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM OPEN-FOSTER-MASTER
           OPEN INPUT INTAKE-MST-FILE
           IF INTAKE-MST-STATUS NOT = '00'
              DISPLAY 'ZTPFOSTR INTKMST OPEN FAILED, STATUS: '
                  INTAKE-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE FOSTER-MST-FILE
              CLOSE FOSTER-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM POST-FOSTER-TRANSACTIONS
           CLOSE INTAKE-MST-FILE
           PERFORM SCAN-FOSTER-MASTER
           CLOSE FOSTER-MST-FILE
           PERFORM WRITE-ACTIVE-PLACEMENTS
           PERFORM WRITE-SHELTER-SUMMARY
           PERFORM WRITE-RUN-COUNTS
           CLOSE FOSTER-RPT-FILE
           DISPLAY 'ZTPFOSTR TRANSACTIONS READ: ' WS-TRANS-READ
               ' PLACED: ' WS-TRANS-PLACED
               ' RETURNED: ' WS-TRANS-RETURNED
               ' REJECTED: ' WS-TRANS-REJECTED
           DISPLAY 'ZTPFOSTR ACTIVE PLACEMENTS: ' WS-TOTAL-ACTIVE
               ' FOSTER-TO-ADOPT IN WINDOW: ' WS-TOTAL-FOSTER-ADOPT
           IF WS-ACT-OVERFLOW > 0
              DISPLAY 'ZTPFOSTR ACTIVE PLACEMENT TABLE FULL, NOT '
                  'LISTED: ' WS-ACT-OVERFLOW
           END-IF
           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF FOSTER-TRN-LOADED = 'Y'
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM CLEAR-TRANSACTION-FILE
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
              MOVE 'ZTPFOSTR' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPFOSTR' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPFOSTR' TO VER-PROGRAM-ID
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

       OPEN-FOSTER-MASTER.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT FOSTER-MST-FILE
           ELSE
              OPEN I-O FOSTER-MST-FILE
              IF FOSTER-MST-STATUS = '35'
                 OPEN OUTPUT FOSTER-MST-FILE
                 IF FOSTER-MST-STATUS = '00'
                    CLOSE FOSTER-MST-FILE
                    OPEN I-O FOSTER-MST-FILE
                 END-IF
              END-IF
           END-IF
           IF FOSTER-MST-STATUS NOT = '00'
              DISPLAY 'ZTPFOSTR FOSTMST OPEN FAILED, STATUS: '
                  FOSTER-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE FOSTER-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       POST-FOSTER-TRANSACTIONS.
           MOVE SPACES TO FOSTER-RPT-RECORD
           WRITE FOSTER-RPT-RECORD
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-TRAN-TITLE
           OPEN INPUT FOSTER-TRN-FILE
           IF FOSTER-TRN-STATUS NOT = '00'
              DISPLAY 'ZTPFOSTR FOSTTRN NOT AVAILABLE, STATUS: '
                  FOSTER-TRN-STATUS
              MOVE 'FOSTTRN NOT AVAILABLE' TO RPT-NONE-TEXT
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              MOVE 'Y' TO FOSTER-TRN-LOADED
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-TRAN-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ FOSTER-TRN-FILE
                  IF FOSTER-TRN-STATUS = '00'
                     ADD 1 TO WS-TRANS-READ
                     ADD 1 TO WS-RECORDS-READ
                     PERFORM POST-ONE-TRANSACTION
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE FOSTER-TRN-FILE
              IF WS-TRANS-READ = 0
                 MOVE 'NO FOSTER TRANSACTIONS' TO RPT-NONE-TEXT
                 WRITE FOSTER-RPT-RECORD FROM WS-RPT-NONE-LINE
              END-IF
           END-IF.

       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-RESULT
           MOVE FTR-SHELTER TO WS-TRAN-SHELTER
           EVALUATE TRUE
               WHEN FTR-TRAN-TYPE = 'P'
                   PERFORM POST-PLACEMENT
               WHEN FTR-TRAN-TYPE = 'R'
                   PERFORM POST-RETURN
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-TRAN-RESULT
                   ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE
           MOVE FTR-TRAN-TYPE TO RPT-TRN-TYPE
           MOVE FTR-ANIMAL-ID TO RPT-TRN-ANIMAL
           MOVE FTR-CUSTOMER-ID TO RPT-TRN-CUSTOMER
           MOVE WS-TRAN-SHELTER TO RPT-TRN-SHELTER
           MOVE FTR-DATE TO RPT-TRN-DATE
           MOVE WS-TRAN-RESULT TO RPT-TRN-RESULT
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-TRAN-LINE.

       POST-PLACEMENT.
           MOVE 'Y' TO CDA-RESULT
           IF FTR-CUSTOMER-ID NOT = SPACES
              MOVE 'V' TO CDA-ACTION
              MOVE FTR-CUSTOMER-ID TO CDA-CUST-NUMBER
              CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           END-IF
           MOVE SPACES TO WS-INTAKE-DATE
           EVALUATE TRUE
               WHEN FTR-ANIMAL-ID = SPACES
                   MOVE 'ANIMAL ID MISSING' TO WS-TRAN-RESULT
               WHEN FTR-CUSTOMER-ID = SPACES
                   MOVE 'CARER CUSTOMER NUMBER MISSING' TO
                       WS-TRAN-RESULT
               WHEN CDA-RESULT NOT = 'Y'
                   MOVE CDA-REASON TO WS-TRAN-RESULT
               WHEN FTR-DATE IS NOT NUMERIC
                   MOVE 'PLACEMENT DATE INVALID' TO WS-TRAN-RESULT
               WHEN FTR-DATE > WS-RUN-DATE
                   MOVE 'PLACEMENT DATE IN THE FUTURE' TO
                       WS-TRAN-RESULT
               WHEN OTHER
                   MOVE FTR-ANIMAL-ID TO INK-ANIMAL-ID
                   READ INTAKE-MST-FILE
                       INVALID KEY
                           MOVE 'ANIMAL NOT ON INTKMST' TO
                               WS-TRAN-RESULT
                       NOT INVALID KEY
                           MOVE INK-INTAKE-DATE TO WS-INTAKE-DATE
                           IF WS-TRAN-SHELTER = SPACES
                              MOVE INK-SHELTER TO WS-TRAN-SHELTER
                           END-IF
                   END-READ
           END-EVALUATE
           IF WS-TRAN-RESULT = SPACES
              EVALUATE TRUE
                  WHEN INK-STATUS = 'A'
                      MOVE 'ANIMAL ALREADY ADOPTED' TO WS-TRAN-RESULT
                  WHEN FTR-DATE < WS-INTAKE-DATE
                      MOVE 'PLACEMENT BEFORE INTAKE DATE' TO
                          WS-TRAN-RESULT
                  WHEN OTHER
                      PERFORM FIND-ACTIVE-PLACEMENT
                      IF WS-ACTIVE-FOUND = 'Y'
                         MOVE 'ANIMAL ALREADY IN FOSTER' TO
                             WS-TRAN-RESULT
                      END-IF
              END-EVALUATE
           END-IF
           IF WS-TRAN-RESULT = SPACES
              MOVE SPACES TO FOSTER-MST-RECORD
              MOVE FTR-ANIMAL-ID TO FST-ANIMAL-ID
              MOVE FTR-DATE TO FST-START-DATE
              MOVE FTR-CUSTOMER-ID TO FST-CUSTOMER-ID
              MOVE WS-TRAN-SHELTER TO FST-SHELTER
              MOVE 'A' TO FST-STATUS
              MOVE FTR-ENTERED-BY TO FST-ENTERED-BY
              MOVE FUNCTION CURRENT-DATE TO FST-UPDATED-TS
              MOVE 'PLACED' TO WS-TRAN-RESULT
              IF WS-RUN-MODE NOT = 'TEST'
                 WRITE FOSTER-MST-RECORD
                 EVALUATE FOSTER-MST-STATUS
                     WHEN '00'
                         CONTINUE
                     WHEN '22'
                         MOVE 'PLACEMENT ALREADY POSTED' TO
                             WS-TRAN-RESULT
                     WHEN OTHER
                         MOVE 'FOSTMST WRITE FAILED' TO
                             WS-TRAN-RESULT
                 END-EVALUATE
              END-IF
           END-IF
           IF WS-TRAN-RESULT = 'PLACED'
              ADD 1 TO WS-TRANS-PLACED
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
           END-IF.

       POST-RETURN.
           IF FTR-ANIMAL-ID = SPACES
              MOVE 'ANIMAL ID MISSING' TO WS-TRAN-RESULT
           ELSE
              PERFORM FIND-ACTIVE-PLACEMENT
              IF WS-ACTIVE-FOUND = 'Y'
                 MOVE FST-SHELTER TO WS-TRAN-SHELTER
              END-IF
              EVALUATE TRUE
                  WHEN WS-ACTIVE-FOUND NOT = 'Y'
                      MOVE 'NO ACTIVE PLACEMENT' TO WS-TRAN-RESULT
                  WHEN FTR-CUSTOMER-ID NOT = SPACES
                       AND FTR-CUSTOMER-ID NOT = FST-CUSTOMER-ID
                      MOVE 'CARER NOT AS PLACED' TO WS-TRAN-RESULT
                  WHEN FTR-DATE IS NOT NUMERIC
                      MOVE 'RETURN DATE INVALID' TO WS-TRAN-RESULT
                  WHEN FTR-DATE > WS-RUN-DATE
                      MOVE 'RETURN DATE IN THE FUTURE' TO
                          WS-TRAN-RESULT
                  WHEN FTR-DATE < FST-START-DATE
                      MOVE 'RETURN BEFORE PLACEMENT DATE' TO
                          WS-TRAN-RESULT
              END-EVALUATE
           END-IF
           IF WS-TRAN-RESULT = SPACES
              MOVE 'R' TO FST-STATUS
              MOVE FTR-DATE TO FST-END-DATE
              MOVE SPACES TO FST-ADOPT-CUSTOMER-ID
              MOVE FUNCTION CURRENT-DATE TO FST-UPDATED-TS
              MOVE 'RETURNED' TO WS-TRAN-RESULT
              IF WS-RUN-MODE NOT = 'TEST'
                 REWRITE FOSTER-MST-RECORD
                 IF FOSTER-MST-STATUS NOT = '00'
                    MOVE 'FOSTMST REWRITE FAILED' TO WS-TRAN-RESULT
                 END-IF
              END-IF
           END-IF
           IF WS-TRAN-RESULT = 'RETURNED'
              ADD 1 TO WS-TRANS-RETURNED
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
           END-IF.

       FIND-ACTIVE-PLACEMENT.
           MOVE 'N' TO WS-ACTIVE-FOUND
           MOVE FTR-ANIMAL-ID TO FST-ANIMAL-ID
           MOVE LOW-VALUES TO FST-START-DATE
           MOVE 'Y' TO WS-FOSTER-SCAN
           START FOSTER-MST-FILE KEY IS NOT LESS THAN FST-KEY
               INVALID KEY
                   MOVE 'N' TO WS-FOSTER-SCAN
           END-START
           PERFORM UNTIL WS-FOSTER-SCAN = 'N'
               READ FOSTER-MST-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-FOSTER-SCAN
               END-READ
               IF WS-FOSTER-SCAN = 'Y'
                  IF FST-ANIMAL-ID NOT = FTR-ANIMAL-ID
                     MOVE 'N' TO WS-FOSTER-SCAN
                  ELSE
                     IF FST-ACTIVE
                        MOVE 'Y' TO WS-ACTIVE-FOUND
                        MOVE 'N' TO WS-FOSTER-SCAN
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       SCAN-FOSTER-MASTER.
           MOVE LOW-VALUES TO FST-KEY
           MOVE 'Y' TO WS-MORE-RECORDS
           START FOSTER-MST-FILE KEY IS NOT LESS THAN FST-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE-RECORDS
           END-START
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ FOSTER-MST-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE-RECORDS
               END-READ
               IF WS-MORE-RECORDS = 'Y'
                  PERFORM TALLY-ONE-PLACEMENT
               END-IF
           END-PERFORM.

       TALLY-ONE-PLACEMENT.
           IF FST-START-DATE IS NUMERIC
              MOVE FST-START-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-START-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              MOVE FST-SHELTER TO WS-TALLY-SHELTER
              EVALUATE TRUE
                  WHEN FST-ACTIVE
                      COMPUTE WS-PLACEMENT-DAYS =
                          WS-RUN-DATE-INT - WS-START-DATE-INT
                      IF WS-PLACEMENT-DAYS < 0
                         MOVE 0 TO WS-PLACEMENT-DAYS
                      END-IF
                      PERFORM FIND-SHELTER-ENTRY
                      IF WS-SHT-MATCH NOT = 0
                         ADD 1 TO SHT-ACTIVE (WS-SHT-MATCH)
                         ADD WS-PLACEMENT-DAYS TO
                             SHT-ACTIVE-DAYS (WS-SHT-MATCH)
                      END-IF
                      ADD 1 TO WS-TOTAL-ACTIVE
                      ADD WS-PLACEMENT-DAYS TO WS-TOTAL-ACTIVE-DAYS
                      PERFORM ADD-ACTIVE-ENTRY
                  WHEN FST-END-DATE IS NUMERIC
                      MOVE FST-END-DATE TO WS-DATE-WORK-NUM
                      COMPUTE WS-END-DATE-INT =
                          FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
                      IF WS-END-DATE-INT >= WS-EARLIEST-DATE-INT
                         AND WS-END-DATE-INT <= WS-RUN-DATE-INT
                         PERFORM TALLY-COMPLETED-PLACEMENT
                      END-IF
              END-EVALUATE
           END-IF.

       TALLY-COMPLETED-PLACEMENT.
           COMPUTE WS-PLACEMENT-DAYS =
               WS-END-DATE-INT - WS-START-DATE-INT
           IF WS-PLACEMENT-DAYS < 0
              MOVE 0 TO WS-PLACEMENT-DAYS
           END-IF
           PERFORM FIND-SHELTER-ENTRY
           IF WS-SHT-MATCH NOT = 0
              EVALUATE TRUE
                  WHEN FST-RETURNED
                      ADD 1 TO SHT-RETURNED (WS-SHT-MATCH)
                  WHEN FST-FOSTER-ADOPTED
                      ADD 1 TO SHT-FOSTER-ADOPT (WS-SHT-MATCH)
                  WHEN OTHER
                      ADD 1 TO SHT-OTHER-ADOPT (WS-SHT-MATCH)
              END-EVALUATE
              ADD WS-PLACEMENT-DAYS TO SHT-DONE-DAYS (WS-SHT-MATCH)
           END-IF
           EVALUATE TRUE
               WHEN FST-RETURNED
                   ADD 1 TO WS-TOTAL-RETURNED
               WHEN FST-FOSTER-ADOPTED
                   ADD 1 TO WS-TOTAL-FOSTER-ADOPT
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OTHER-ADOPT
           END-EVALUATE
           ADD WS-PLACEMENT-DAYS TO WS-TOTAL-DONE-DAYS.

       FIND-SHELTER-ENTRY.
           MOVE 0 TO WS-SHT-MATCH
           MOVE 0 TO WS-SHT-SHIFT
           PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
                   UNTIL WS-SHT-IDX > WS-SHT-COUNT
                      OR WS-SHT-MATCH NOT = 0
                      OR WS-SHT-SHIFT NOT = 0
               IF SHT-SHELTER (WS-SHT-IDX) = WS-TALLY-SHELTER
                  MOVE WS-SHT-IDX TO WS-SHT-MATCH
               ELSE
                  IF SHT-SHELTER (WS-SHT-IDX) > WS-TALLY-SHELTER
                     MOVE WS-SHT-IDX TO WS-SHT-SHIFT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SHT-MATCH = 0
              IF WS-SHT-COUNT < 100
                 IF WS-SHT-SHIFT = 0
                    COMPUTE WS-SHT-SHIFT = WS-SHT-COUNT + 1
                 ELSE
                    PERFORM VARYING WS-SHT-IDX FROM WS-SHT-COUNT BY -1
                            UNTIL WS-SHT-IDX < WS-SHT-SHIFT
                        MOVE SHT-ENTRY (WS-SHT-IDX) TO
                            SHT-ENTRY (WS-SHT-IDX + 1)
                    END-PERFORM
                 END-IF
                 ADD 1 TO WS-SHT-COUNT
                 MOVE WS-SHT-SHIFT TO WS-SHT-MATCH
                 MOVE WS-TALLY-SHELTER TO SHT-SHELTER (WS-SHT-MATCH)
                 MOVE 0 TO SHT-ACTIVE (WS-SHT-MATCH)
                 MOVE 0 TO SHT-ACTIVE-DAYS (WS-SHT-MATCH)
                 MOVE 0 TO SHT-RETURNED (WS-SHT-MATCH)
                 MOVE 0 TO SHT-FOSTER-ADOPT (WS-SHT-MATCH)
                 MOVE 0 TO SHT-OTHER-ADOPT (WS-SHT-MATCH)
                 MOVE 0 TO SHT-DONE-DAYS (WS-SHT-MATCH)
              ELSE
                 DISPLAY 'ZTPFOSTR SHELTER TABLE FULL, DISCARDED: '
                     WS-TALLY-SHELTER
              END-IF
           END-IF.

       ADD-ACTIVE-ENTRY.
           IF WS-ACT-COUNT < 2000
              ADD 1 TO WS-ACT-COUNT
              MOVE FST-SHELTER TO ACT-SHELTER (WS-ACT-COUNT)
              MOVE FST-ANIMAL-ID TO ACT-ANIMAL-ID (WS-ACT-COUNT)
              MOVE FST-CUSTOMER-ID TO ACT-CUSTOMER-ID (WS-ACT-COUNT)
              MOVE FST-START-DATE TO ACT-START-DATE (WS-ACT-COUNT)
              MOVE WS-PLACEMENT-DAYS TO ACT-DAYS (WS-ACT-COUNT)
           ELSE
              ADD 1 TO WS-ACT-OVERFLOW
           END-IF.

       WRITE-ACTIVE-PLACEMENTS.
           MOVE SPACES TO FOSTER-RPT-RECORD
           WRITE FOSTER-RPT-RECORD
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-ACTIVE-TITLE
           IF WS-TOTAL-ACTIVE = 0
              MOVE 'NO ANIMALS IN FOSTER' TO RPT-NONE-TEXT
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-ACTIVE-COLUMNS
              PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
                      UNTIL WS-SHT-IDX > WS-SHT-COUNT
                  IF SHT-ACTIVE (WS-SHT-IDX) > 0
                     PERFORM WRITE-SHELTER-ACTIVE-LINES
                  END-IF
              END-PERFORM
           END-IF.

       WRITE-SHELTER-ACTIVE-LINES.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF ACT-SHELTER (WS-ACT-IDX) = SHT-SHELTER (WS-SHT-IDX)
                  MOVE ACT-SHELTER (WS-ACT-IDX) TO RPT-ACT-SHELTER
                  MOVE ACT-ANIMAL-ID (WS-ACT-IDX) TO RPT-ACT-ANIMAL
                  MOVE ACT-CUSTOMER-ID (WS-ACT-IDX) TO RPT-ACT-CUSTOMER
                  MOVE ACT-START-DATE (WS-ACT-IDX) TO RPT-ACT-START
                  MOVE ACT-DAYS (WS-ACT-IDX) TO RPT-ACT-DAYS
                  WRITE FOSTER-RPT-RECORD FROM WS-RPT-ACTIVE-LINE
               END-IF
           END-PERFORM
           MOVE SHT-SHELTER (WS-SHT-IDX) TO RPT-ATT-SHELTER
           MOVE SHT-ACTIVE (WS-SHT-IDX) TO RPT-ATT-COUNT
           COMPUTE WS-AVERAGE-DAYS ROUNDED =
               SHT-ACTIVE-DAYS (WS-SHT-IDX) / SHT-ACTIVE (WS-SHT-IDX)
           MOVE WS-AVERAGE-DAYS TO RPT-ATT-AVERAGE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-ACTIVE-TOTAL.

       WRITE-SHELTER-SUMMARY.
           MOVE SPACES TO FOSTER-RPT-RECORD
           WRITE FOSTER-RPT-RECORD
           MOVE WS-WINDOW-DAYS TO RPT-SUM-DAYS
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-SUMMARY-TITLE
           IF WS-SHT-COUNT = 0
              MOVE 'NO FOSTER PLACEMENTS' TO RPT-NONE-TEXT
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-SUMMARY-COLUMNS
              PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
                      UNTIL WS-SHT-IDX > WS-SHT-COUNT
                  MOVE SHT-SHELTER (WS-SHT-IDX) TO RPT-SUM-SHELTER
                  MOVE SHT-ACTIVE (WS-SHT-IDX) TO WS-SUM-ACTIVE
                  MOVE SHT-ACTIVE-DAYS (WS-SHT-IDX) TO
                      WS-SUM-ACTIVE-DAYS
                  MOVE SHT-RETURNED (WS-SHT-IDX) TO WS-SUM-RETURNED
                  MOVE SHT-FOSTER-ADOPT (WS-SHT-IDX) TO
                      WS-SUM-FOSTER-ADOPT
                  MOVE SHT-OTHER-ADOPT (WS-SHT-IDX) TO
                      WS-SUM-OTHER-ADOPT
                  MOVE SHT-DONE-DAYS (WS-SHT-IDX) TO WS-SUM-DONE-DAYS
                  PERFORM WRITE-SUMMARY-LINE
              END-PERFORM
              MOVE 'ALL ' TO RPT-SUM-SHELTER
              MOVE WS-TOTAL-ACTIVE TO WS-SUM-ACTIVE
              MOVE WS-TOTAL-ACTIVE-DAYS TO WS-SUM-ACTIVE-DAYS
              MOVE WS-TOTAL-RETURNED TO WS-SUM-RETURNED
              MOVE WS-TOTAL-FOSTER-ADOPT TO WS-SUM-FOSTER-ADOPT
              MOVE WS-TOTAL-OTHER-ADOPT TO WS-SUM-OTHER-ADOPT
              MOVE WS-TOTAL-DONE-DAYS TO WS-SUM-DONE-DAYS
              PERFORM WRITE-SUMMARY-LINE
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-LEGEND-1
              WRITE FOSTER-RPT-RECORD FROM WS-RPT-LEGEND-2
           END-IF.

       WRITE-SUMMARY-LINE.
           COMPUTE WS-SUM-DONE = WS-SUM-RETURNED + WS-SUM-FOSTER-ADOPT
               + WS-SUM-OTHER-ADOPT
           MOVE WS-SUM-ACTIVE TO RPT-SUM-ACTIVE
           IF WS-SUM-ACTIVE > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                  WS-SUM-ACTIVE-DAYS / WS-SUM-ACTIVE
           ELSE
              MOVE 0 TO WS-AVERAGE-DAYS
           END-IF
           MOVE WS-AVERAGE-DAYS TO RPT-SUM-ACTIVE-AVG
           MOVE WS-SUM-DONE TO RPT-SUM-DONE
           MOVE WS-SUM-RETURNED TO RPT-SUM-RETURNED
           MOVE WS-SUM-FOSTER-ADOPT TO RPT-SUM-FOSTER-ADOPT
           MOVE WS-SUM-OTHER-ADOPT TO RPT-SUM-OTHER-ADOPT
           IF WS-SUM-DONE > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                  WS-SUM-DONE-DAYS / WS-SUM-DONE
              COMPUTE WS-CONVERSION-PCT ROUNDED =
                  WS-SUM-FOSTER-ADOPT * 100 / WS-SUM-DONE
           ELSE
              MOVE 0 TO WS-AVERAGE-DAYS
              MOVE 0 TO WS-CONVERSION-PCT
           END-IF
           MOVE WS-AVERAGE-DAYS TO RPT-SUM-DONE-AVG
           MOVE WS-CONVERSION-PCT TO RPT-SUM-CONVERSION
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-SUMMARY-LINE.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO FOSTER-RPT-RECORD
           WRITE FOSTER-RPT-RECORD
           MOVE 'FOSTER TRANSACTIONS READ' TO RPT-CNT-LABEL
           MOVE WS-TRANS-READ TO RPT-CNT-VALUE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  PLACEMENTS POSTED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-PLACED TO RPT-CNT-VALUE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  RETURNS POSTED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-RETURNED TO RPT-CNT-VALUE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  REJECTED' TO RPT-CNT-LABEL
           MOVE WS-TRANS-REJECTED TO RPT-CNT-VALUE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ACTIVE PLACEMENTS' TO RPT-CNT-LABEL
           MOVE WS-TOTAL-ACTIVE TO RPT-CNT-VALUE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FOSTER-TO-ADOPT IN WINDOW' TO RPT-CNT-LABEL
           MOVE WS-TOTAL-FOSTER-ADOPT TO RPT-CNT-VALUE
           WRITE FOSTER-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-TRANSACTION-FILE.
           OPEN OUTPUT FOSTER-TRN-FILE
           IF FOSTER-TRN-STATUS = '00'
              CLOSE FOSTER-TRN-FILE
           ELSE
              DISPLAY 'ZTPFOSTR FOSTTRN CLEAR FAILED, STATUS: '
                  FOSTER-TRN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPFOSTR.
