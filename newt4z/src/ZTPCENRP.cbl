       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCENRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT CENSUS-RPT-FILE ASSIGN CENSRPT
           FILE STATUS IS CENSUS-RPT-STATUS.
           SELECT STAY-RPT-FILE ASSIGN LOSRPT
           FILE STATUS IS STAY-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CENSUS-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CENSUS-RPT-RECORD PIC X(80).
       FD  STAY-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STAY-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  INTAKE-MST-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  CENSUS-RPT-STATUS PIC X(2).
       01  STAY-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-ADOPT-MST-OPEN PIC X(1) VALUE 'N'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-ON-HAND-TOTAL PIC 9(6) VALUE 0.
       01  WS-STUCK-TOTAL PIC 9(6) VALUE 0.
       01  WS-ADOPTED-TOTAL PIC 9(6) VALUE 0.
       01  WS-DATE-ERRORS PIC 9(6) VALUE 0.
       01  WS-STUCK-DAYS PIC S9(9) COMP VALUE 90.
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-INTAKE-DATE-INT PIC 9(8).
       01  WS-END-DATE-INT PIC 9(8).
       01  WS-END-DATE PIC X(8).
       01  WS-DAYS-HELD PIC S9(9) COMP.
       01  WS-TALLY-KIND PIC X(1).
       01  STAY-TALLY-TABLE.
           05  STT-ENTRY OCCURS 400 TIMES.
               10  STT-KIND PIC X(1).
               10  STT-SHELTER PIC X(4).
               10  STT-BREED PIC X(30).
               10  STT-COUNT PIC 9(6).
               10  STT-STUCK PIC 9(6).
               10  STT-TOTAL-DAYS PIC 9(9).
               10  STT-MAX-DAYS PIC 9(5).
               10  STT-REPORTED PIC X(1).
       01  WS-STT-COUNT PIC 9(3) VALUE 0.
       01  WS-STT-IDX PIC 9(3).
       01  WS-STT-JDX PIC 9(3).
       01  WS-STT-MATCH PIC 9(3).
       01  WS-CUR-SHELTER PIC X(4).
       01  WS-SHELTER-COUNT PIC 9(6).
       01  WS-SHELTER-STUCK PIC 9(6).
       01  WS-SHELTER-DAYS PIC 9(9).
       01  WS-SHELTER-MAX PIC 9(5).
       01  WS-AVERAGE-DAYS PIC 9(5).
       01  WS-RPT-CENSUS-HEADER.
           05  FILLER PIC X(26) VALUE 'SHELTER CENSUS - ON HAND  '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-CEN-RUN-DATE PIC X(8).
           05  FILLER PIC X(10) VALUE ' RUN MODE '.
           05  RPT-CEN-RUN-MODE PIC X(4).
           05  FILLER PIC X(23) VALUE SPACES.
       01  WS-RPT-STAY-HEADER.
           05  FILLER PIC X(26) VALUE 'LENGTH OF STAY - ADOPTED  '.
           05  FILLER PIC X(9) VALUE 'RUN DATE '.
           05  RPT-LOS-RUN-DATE PIC X(8).
           05  FILLER PIC X(10) VALUE ' RUN MODE '.
           05  RPT-LOS-RUN-MODE PIC X(4).
           05  FILLER PIC X(23) VALUE SPACES.
       01  WS-RPT-COLUMN-HEADER.
           05  FILLER PIC X(4) VALUE 'SHLT'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  FILLER PIC X(30) VALUE 'BREED'.
           05  RPT-COL-COUNT-LABEL PIC X(9) VALUE '  ANIMALS'.
           05  FILLER PIC X(9) VALUE ' AVG DAYS'.
           05  FILLER PIC X(9) VALUE ' MAX DAYS'.
           05  RPT-COL-STUCK-LABEL PIC X(9) VALUE ' OVER 90 '.
           05  FILLER PIC X(9) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-BREED PIC X(30).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-DET-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-DET-AVERAGE PIC ZZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-DET-MAX PIC ZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-DET-STUCK PIC ZZZZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
       01  WS-RPT-SHELTER-TOTAL.
           05  RPT-SHT-SHELTER PIC X(4).
           05  FILLER PIC X(31) VALUE ' SHELTER TOTAL'.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-SHT-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-SHT-AVERAGE PIC ZZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-SHT-MAX PIC ZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-SHT-STUCK PIC ZZZZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  RPT-TRL-LABEL PIC X(30).
           05  RPT-TRL-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(13) VALUE ' HELD OVER 90'.
           05  FILLER PIC X(7) VALUE ' DAYS: '.
           05  RPT-TRL-STUCK PIC ZZZZZ9.
           05  FILLER PIC X(18) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           OPEN INPUT INTAKE-MST-FILE
           IF INTAKE-MST-STATUS NOT = '00'
              DISPLAY 'ZTPCENRP INTKMST OPEN FAILED, STATUS: '
                  INTAKE-MST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS = '00'
              MOVE 'Y' TO WS-ADOPT-MST-OPEN
           ELSE
              DISPLAY 'ZTPCENRP ADOPTMST NOT AVAILABLE, STATUS: '
                  ADOPT-MST-STATUS ' - INTAKE ADOPT DATES USED'
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ INTAKE-MST-FILE NEXT RECORD
               IF INTAKE-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM MEASURE-ONE-ANIMAL
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE INTAKE-MST-FILE
           IF WS-ADOPT-MST-OPEN = 'Y'
              CLOSE ADOPT-MST-FILE
           END-IF
           PERFORM WRITE-CENSUS-REPORT
           PERFORM WRITE-STAY-REPORT
           DISPLAY 'ZTPCENRP INTAKE RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPCENRP ANIMALS ON HAND: ' WS-ON-HAND-TOTAL
           DISPLAY 'ZTPCENRP ON HAND OVER 90 DAYS: ' WS-STUCK-TOTAL
           DISPLAY 'ZTPCENRP ADOPTED ANIMALS MEASURED: '
               WS-ADOPTED-TOTAL
           IF WS-DATE-ERRORS > 0
              DISPLAY 'ZTPCENRP RECORDS WITH UNUSABLE DATES: '
                  WS-DATE-ERRORS
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
              MOVE 'ZTPCENRP' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPCENRP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCENRP' TO VER-PROGRAM-ID
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

       MEASURE-ONE-ANIMAL.
           IF INK-INTAKE-DATE IS NOT NUMERIC
              ADD 1 TO WS-DATE-ERRORS
           ELSE
              MOVE INK-INTAKE-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-INTAKE-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              IF INK-STATUS = 'A'
                 PERFORM FIND-ADOPTION-DATE
                 IF WS-END-DATE IS NOT NUMERIC
                    OR WS-END-DATE < INK-INTAKE-DATE
                    ADD 1 TO WS-DATE-ERRORS
                 ELSE
                    MOVE WS-END-DATE TO WS-DATE-WORK-NUM
                    COMPUTE WS-END-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
                    COMPUTE WS-DAYS-HELD =
                        WS-END-DATE-INT - WS-INTAKE-DATE-INT
                    ADD 1 TO WS-ADOPTED-TOTAL
                    MOVE 'L' TO WS-TALLY-KIND
                    PERFORM TALLY-STAY-ENTRY
                 END-IF
              ELSE
                 COMPUTE WS-DAYS-HELD =
                     WS-RUN-DATE-INT - WS-INTAKE-DATE-INT
                 IF WS-DAYS-HELD < 0
                    MOVE 0 TO WS-DAYS-HELD
                 END-IF
                 ADD 1 TO WS-ON-HAND-TOTAL
                 IF WS-DAYS-HELD > WS-STUCK-DAYS
                    ADD 1 TO WS-STUCK-TOTAL
                 END-IF
                 MOVE 'C' TO WS-TALLY-KIND
                 PERFORM TALLY-STAY-ENTRY
              END-IF
           END-IF.

       FIND-ADOPTION-DATE.
           MOVE INK-ADOPT-DATE TO WS-END-DATE
           IF WS-ADOPT-MST-OPEN = 'Y'
              MOVE INK-ANIMAL-ID TO ADM-ANIMAL-ID
              READ ADOPT-MST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ADM-ADOPT-DATE TO WS-END-DATE
              END-READ
           END-IF.

       TALLY-STAY-ENTRY.
           MOVE 0 TO WS-STT-MATCH
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
                   UNTIL WS-STT-IDX > WS-STT-COUNT
               IF STT-KIND (WS-STT-IDX) = WS-TALLY-KIND
                  AND STT-SHELTER (WS-STT-IDX) = INK-SHELTER
                  AND STT-BREED (WS-STT-IDX) = INK-BREED
                  MOVE WS-STT-IDX TO WS-STT-MATCH
                  MOVE WS-STT-COUNT TO WS-STT-IDX
               END-IF
           END-PERFORM
           IF WS-STT-MATCH = 0
              IF WS-STT-COUNT < 400
                 ADD 1 TO WS-STT-COUNT
                 MOVE WS-STT-COUNT TO WS-STT-MATCH
                 MOVE WS-TALLY-KIND TO STT-KIND (WS-STT-MATCH)
                 MOVE INK-SHELTER TO STT-SHELTER (WS-STT-MATCH)
                 MOVE INK-BREED TO STT-BREED (WS-STT-MATCH)
                 MOVE 0 TO STT-COUNT (WS-STT-MATCH)
                 MOVE 0 TO STT-STUCK (WS-STT-MATCH)
                 MOVE 0 TO STT-TOTAL-DAYS (WS-STT-MATCH)
                 MOVE 0 TO STT-MAX-DAYS (WS-STT-MATCH)
                 MOVE 'N' TO STT-REPORTED (WS-STT-MATCH)
              ELSE
                 DISPLAY 'ZTPCENRP TALLY TABLE FULL, DISCARDED: '
                     INK-SHELTER ' ' INK-BREED
              END-IF
           END-IF
           IF WS-STT-MATCH NOT = 0
              ADD 1 TO STT-COUNT (WS-STT-MATCH)
              ADD WS-DAYS-HELD TO STT-TOTAL-DAYS (WS-STT-MATCH)
              IF WS-DAYS-HELD > STT-MAX-DAYS (WS-STT-MATCH)
                 MOVE WS-DAYS-HELD TO STT-MAX-DAYS (WS-STT-MATCH)
              END-IF
              IF WS-DAYS-HELD > WS-STUCK-DAYS
                 ADD 1 TO STT-STUCK (WS-STT-MATCH)
              END-IF
           END-IF.

       WRITE-CENSUS-REPORT.
           OPEN OUTPUT CENSUS-RPT-FILE
           IF CENSUS-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCENRP CENSRPT OPEN FAILED, STATUS: '
                  CENSUS-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-CEN-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-CEN-RUN-MODE
           WRITE CENSUS-RPT-RECORD FROM WS-RPT-CENSUS-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE CENSUS-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE ' ON HAND ' TO RPT-COL-COUNT-LABEL
           WRITE CENSUS-RPT-RECORD FROM WS-RPT-COLUMN-HEADER
           MOVE 'C' TO WS-TALLY-KIND
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
                   UNTIL WS-STT-IDX > WS-STT-COUNT
               IF STT-KIND (WS-STT-IDX) = WS-TALLY-KIND
                  AND STT-REPORTED (WS-STT-IDX) = 'N'
                  MOVE STT-SHELTER (WS-STT-IDX) TO WS-CUR-SHELTER
                  PERFORM WRITE-ONE-SHELTER-SECTION
                  WRITE CENSUS-RPT-RECORD FROM WS-RPT-SHELTER-TOTAL
               END-IF
           END-PERFORM
           MOVE 'TOTAL ANIMALS ON HAND' TO RPT-TRL-LABEL
           MOVE WS-ON-HAND-TOTAL TO RPT-TRL-COUNT
           MOVE WS-STUCK-TOTAL TO RPT-TRL-STUCK
           WRITE CENSUS-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE CENSUS-RPT-FILE.

       WRITE-STAY-REPORT.
           OPEN OUTPUT STAY-RPT-FILE
           IF STAY-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCENRP LOSRPT OPEN FAILED, STATUS: '
                  STAY-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-LOS-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-LOS-RUN-MODE
           WRITE STAY-RPT-RECORD FROM WS-RPT-STAY-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE STAY-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE ' ADOPTED ' TO RPT-COL-COUNT-LABEL
           WRITE STAY-RPT-RECORD FROM WS-RPT-COLUMN-HEADER
           MOVE 0 TO WS-STUCK-TOTAL
           MOVE 'L' TO WS-TALLY-KIND
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
                   UNTIL WS-STT-IDX > WS-STT-COUNT
               IF STT-KIND (WS-STT-IDX) = WS-TALLY-KIND
                  AND STT-REPORTED (WS-STT-IDX) = 'N'
                  MOVE STT-SHELTER (WS-STT-IDX) TO WS-CUR-SHELTER
                  PERFORM WRITE-ONE-SHELTER-SECTION
                  WRITE STAY-RPT-RECORD FROM WS-RPT-SHELTER-TOTAL
                  ADD WS-SHELTER-STUCK TO WS-STUCK-TOTAL
               END-IF
           END-PERFORM
           MOVE 'TOTAL ADOPTED ANIMALS' TO RPT-TRL-LABEL
           MOVE WS-ADOPTED-TOTAL TO RPT-TRL-COUNT
           MOVE WS-STUCK-TOTAL TO RPT-TRL-STUCK
           WRITE STAY-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE STAY-RPT-FILE.

       WRITE-ONE-SHELTER-SECTION.
           MOVE 0 TO WS-SHELTER-COUNT
           MOVE 0 TO WS-SHELTER-STUCK
           MOVE 0 TO WS-SHELTER-DAYS
           MOVE 0 TO WS-SHELTER-MAX
           PERFORM VARYING WS-STT-JDX FROM 1 BY 1
                   UNTIL WS-STT-JDX > WS-STT-COUNT
               IF STT-KIND (WS-STT-JDX) = WS-TALLY-KIND
                  AND STT-SHELTER (WS-STT-JDX) = WS-CUR-SHELTER
                  MOVE STT-SHELTER (WS-STT-JDX) TO RPT-DET-SHELTER
                  MOVE STT-BREED (WS-STT-JDX) TO RPT-DET-BREED
                  MOVE STT-COUNT (WS-STT-JDX) TO RPT-DET-COUNT
                  COMPUTE WS-AVERAGE-DAYS ROUNDED =
                      STT-TOTAL-DAYS (WS-STT-JDX) /
                      STT-COUNT (WS-STT-JDX)
                  MOVE WS-AVERAGE-DAYS TO RPT-DET-AVERAGE
                  MOVE STT-MAX-DAYS (WS-STT-JDX) TO RPT-DET-MAX
                  MOVE STT-STUCK (WS-STT-JDX) TO RPT-DET-STUCK
                  IF WS-TALLY-KIND = 'C'
                     WRITE CENSUS-RPT-RECORD FROM WS-RPT-DETAIL
                  ELSE
                     WRITE STAY-RPT-RECORD FROM WS-RPT-DETAIL
                  END-IF
                  ADD STT-COUNT (WS-STT-JDX) TO WS-SHELTER-COUNT
                  ADD STT-STUCK (WS-STT-JDX) TO WS-SHELTER-STUCK
                  ADD STT-TOTAL-DAYS (WS-STT-JDX) TO WS-SHELTER-DAYS
                  IF STT-MAX-DAYS (WS-STT-JDX) > WS-SHELTER-MAX
                     MOVE STT-MAX-DAYS (WS-STT-JDX) TO WS-SHELTER-MAX
                  END-IF
                  MOVE 'Y' TO STT-REPORTED (WS-STT-JDX)
               END-IF
           END-PERFORM
           MOVE WS-CUR-SHELTER TO RPT-SHT-SHELTER
           MOVE WS-SHELTER-COUNT TO RPT-SHT-COUNT
           COMPUTE WS-AVERAGE-DAYS ROUNDED =
               WS-SHELTER-DAYS / WS-SHELTER-COUNT
           MOVE WS-AVERAGE-DAYS TO RPT-SHT-AVERAGE
           MOVE WS-SHELTER-MAX TO RPT-SHT-MAX
           MOVE WS-SHELTER-STUCK TO RPT-SHT-STUCK.
       END PROGRAM ZTPCENRP.
