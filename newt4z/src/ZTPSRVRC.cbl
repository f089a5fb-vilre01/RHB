       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSRVRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-IN-FILE ASSIGN SRVIN
           FILE STATUS IS SURVEY-IN-STATUS.
           SELECT SURVEY-REG-FILE ASSIGN SRVREG
           FILE STATUS IS SURVEY-REG-STATUS.
           SELECT SURVEY-RESP-FILE ASSIGN SRVRESP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SRS-SURVEY-ID
           FILE STATUS IS SURVEY-RESP-STATUS.
           SELECT SURVEY-RPT-FILE ASSIGN SRVCPRPT
           FILE STATUS IS SURVEY-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-IN-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  SURVEY-IN-RECORD.
           05  SIN-SURVEY-ID PIC X(10).
           05  SIN-RESPONSE-DATE PIC X(8).
           05  SIN-SCORE-OVERALL PIC X(1).
           05  SIN-SCORE-SETTLING PIC X(1).
           05  SIN-SCORE-HEALTH PIC X(1).
           05  SIN-SCORE-SUPPORT PIC X(1).
           05  SIN-RECOMMEND PIC X(1).
           05  SIN-CHANNEL PIC X(1).
           05  FILLER PIC X(16).
       FD  SURVEY-REG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPSRGCP.
       FD  SURVEY-RESP-FILE RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPSRSCP.
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
       01  SURVEY-IN-STATUS PIC X(2).
       01  SURVEY-REG-STATUS PIC X(2).
       01  SURVEY-RESP-STATUS PIC X(2).
       01  SURVEY-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RESP-CAPTURED PIC 9(6) VALUE 0.
       01  WS-RESP-REJECTED PIC 9(6) VALUE 0.
       01  WS-RESP-DUPLICATE PIC 9(6) VALUE 0.
       01  WS-WRITE-FAILED PIC 9(6) VALUE 0.
       01  SURVEY-IN-LOADED PIC X(1) VALUE 'N'.
       01  WS-OPEN-DAYS PIC S9(9) COMP VALUE 180.
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-ISSUE-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-RESP-RESULT PIC X(30).
       01  WS-RESP-DATE PIC X(8).
      * SURVEYS STILL OPEN FOR RESPONSES - ISSUED WITHIN THE LAST
      * WS-OPEN-DAYS DAYS OF THE BUSINESS DATE (PARM 'NNN').
       01  OPEN-SURVEY-TABLE.
           05  OSV-ENTRY OCCURS 9999 TIMES.
               10  OSV-SURVEY-ID PIC X(10).
               10  OSV-ISSUE-DATE PIC X(8).
       01  WS-OSV-COUNT PIC 9(4) VALUE 0.
       01  WS-OSV-IDX PIC 9(4).
       01  WS-OSV-MATCH PIC 9(4).
       01  WS-OSV-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'ADOPTER SURVEY CAPTURE    RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(36) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SURVEY ID  RESPONDED SCORES R C RESULT  '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           05  RPT-DET-SURVEY-ID PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RESP-DATE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-SCORES PIC X(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RPT-DET-RECOMMEND PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-CHANNEL PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-RESULT PIC X(30).
           05  FILLER PIC X(18) VALUE SPACES.
       01  WS-RPT-NONE-LINE.
           05  RPT-NONE-TEXT PIC X(40).
           05  FILLER PIC X(40) VALUE SPACES.
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
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              AND PARM-TEXT (1:3) NOT = '000'
              MOVE PARM-TEXT (1:3) TO WS-OPEN-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           OPEN OUTPUT SURVEY-RPT-FILE
           IF SURVEY-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPSRVRC SRVCPRPT OPEN FAILED, STATUS: '
                  SURVEY-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE SURVEY-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM LOAD-OPEN-SURVEYS
           PERFORM OPEN-RESPONSE-FILE
           PERFORM CAPTURE-RESPONSES
           CLOSE SURVEY-RESP-FILE
           PERFORM WRITE-RUN-COUNTS
           CLOSE SURVEY-RPT-FILE
           DISPLAY 'ZTPSRVRC RESPONSES READ: ' WS-RECORDS-READ
               ' CAPTURED: ' WS-RESP-CAPTURED
               ' DUPLICATE: ' WS-RESP-DUPLICATE
               ' REJECTED: ' WS-RESP-REJECTED
           IF WS-OSV-OVERFLOW > 0
              DISPLAY 'ZTPSRVRC OPEN SURVEY TABLE FULL, NOT HELD: '
                  WS-OSV-OVERFLOW
           END-IF
           IF WS-RESP-REJECTED > 0
              OR WS-RESP-DUPLICATE > 0
              OR WS-WRITE-FAILED > 0
              OR WS-OSV-OVERFLOW > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF SURVEY-IN-LOADED = 'Y'
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

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPSRVRC' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSRVRC' TO VER-PROGRAM-ID
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

       LOAD-OPEN-SURVEYS.
           OPEN INPUT SURVEY-REG-FILE
           IF SURVEY-REG-STATUS NOT = '00'
              DISPLAY 'ZTPSRVRC SRVREG OPEN FAILED, STATUS: '
                  SURVEY-REG-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SURVEY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL SURVEY-REG-STATUS NOT = '00'
               READ SURVEY-REG-FILE
               IF SURVEY-REG-STATUS = '00'
                  AND SRG-SURVEY-ID NOT = SPACES
                  AND SRG-ISSUE-DATE IS NUMERIC
                  MOVE SRG-ISSUE-DATE TO WS-DATE-WORK-NUM
                  COMPUTE WS-ISSUE-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
                  IF WS-ISSUE-DATE-INT + WS-OPEN-DAYS >=
                     WS-RUN-DATE-INT
                     IF WS-OSV-COUNT < 9999
                        ADD 1 TO WS-OSV-COUNT
                        MOVE SRG-SURVEY-ID TO
                            OSV-SURVEY-ID (WS-OSV-COUNT)
                        MOVE SRG-ISSUE-DATE TO
                            OSV-ISSUE-DATE (WS-OSV-COUNT)
                     ELSE
                        ADD 1 TO WS-OSV-OVERFLOW
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE SURVEY-REG-FILE
           DISPLAY 'ZTPSRVRC SURVEYS OPEN FOR RESPONSE: ' WS-OSV-COUNT.

       OPEN-RESPONSE-FILE.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT SURVEY-RESP-FILE
           ELSE
              OPEN I-O SURVEY-RESP-FILE
              IF SURVEY-RESP-STATUS = '35'
                 OPEN OUTPUT SURVEY-RESP-FILE
                 IF SURVEY-RESP-STATUS = '00'
                    CLOSE SURVEY-RESP-FILE
                    OPEN I-O SURVEY-RESP-FILE
                 END-IF
              END-IF
           END-IF
           IF SURVEY-RESP-STATUS NOT = '00'
              DISPLAY 'ZTPSRVRC SRVRESP OPEN FAILED, STATUS: '
                  SURVEY-RESP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SURVEY-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       CAPTURE-RESPONSES.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           OPEN INPUT SURVEY-IN-FILE
           IF SURVEY-IN-STATUS NOT = '00'
              DISPLAY 'ZTPSRVRC SRVIN NOT AVAILABLE, STATUS: '
                  SURVEY-IN-STATUS
              MOVE 'SRVIN NOT AVAILABLE' TO RPT-NONE-TEXT
              WRITE SURVEY-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              MOVE 'Y' TO SURVEY-IN-LOADED
              WRITE SURVEY-RPT-RECORD FROM WS-RPT-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ SURVEY-IN-FILE
                  IF SURVEY-IN-STATUS = '00'
                     IF SURVEY-IN-RECORD NOT = SPACES
                        ADD 1 TO WS-RECORDS-READ
                        PERFORM CAPTURE-ONE-RESPONSE
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE SURVEY-IN-FILE
              IF WS-RECORDS-READ = 0
                 MOVE 'NO SURVEY RESPONSES' TO RPT-NONE-TEXT
                 WRITE SURVEY-RPT-RECORD FROM WS-RPT-NONE-LINE
              END-IF
           END-IF.

       CAPTURE-ONE-RESPONSE.
           MOVE SPACES TO WS-RESP-RESULT
           MOVE SIN-RESPONSE-DATE TO WS-RESP-DATE
           IF WS-RESP-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-RESP-DATE
           END-IF
           PERFORM VALIDATE-RESPONSE
           IF WS-RESP-RESULT = SPACES
              MOVE SIN-SURVEY-ID TO SRS-SURVEY-ID
              READ SURVEY-RESP-FILE
              IF SURVEY-RESP-STATUS = '00'
                 MOVE 'DUPLICATE RESPONSE' TO WS-RESP-RESULT
                 ADD 1 TO WS-RESP-DUPLICATE
              ELSE
                 PERFORM STORE-RESPONSE
              END-IF
           ELSE
              ADD 1 TO WS-RESP-REJECTED
           END-IF
           MOVE SIN-SURVEY-ID TO RPT-DET-SURVEY-ID
           MOVE WS-RESP-DATE TO RPT-DET-RESP-DATE
           MOVE SIN-SCORE-OVERALL TO RPT-DET-SCORES (1:1)
           MOVE SIN-SCORE-SETTLING TO RPT-DET-SCORES (2:1)
           MOVE SIN-SCORE-HEALTH TO RPT-DET-SCORES (3:1)
           MOVE SIN-SCORE-SUPPORT TO RPT-DET-SCORES (4:1)
           MOVE SIN-RECOMMEND TO RPT-DET-RECOMMEND
           MOVE SIN-CHANNEL TO RPT-DET-CHANNEL
           MOVE WS-RESP-RESULT TO RPT-DET-RESULT
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-DETAIL-LINE.

       VALIDATE-RESPONSE.
           MOVE 0 TO WS-OSV-MATCH
           PERFORM VARYING WS-OSV-IDX FROM 1 BY 1
                   UNTIL WS-OSV-IDX > WS-OSV-COUNT
               IF OSV-SURVEY-ID (WS-OSV-IDX) = SIN-SURVEY-ID
                  MOVE WS-OSV-IDX TO WS-OSV-MATCH
                  MOVE WS-OSV-COUNT TO WS-OSV-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OSV-MATCH = 0
                   MOVE 'UNKNOWN OR CLOSED SURVEY ID' TO WS-RESP-RESULT
               WHEN SIN-SCORE-OVERALL < '1'
                    OR SIN-SCORE-OVERALL > '5'
                   MOVE 'OVERALL SCORE NOT 1-5' TO WS-RESP-RESULT
               WHEN (SIN-SCORE-SETTLING NOT = SPACE
                     AND (SIN-SCORE-SETTLING < '1'
                          OR SIN-SCORE-SETTLING > '5'))
                    OR (SIN-SCORE-HEALTH NOT = SPACE
                        AND (SIN-SCORE-HEALTH < '1'
                             OR SIN-SCORE-HEALTH > '5'))
                    OR (SIN-SCORE-SUPPORT NOT = SPACE
                        AND (SIN-SCORE-SUPPORT < '1'
                             OR SIN-SCORE-SUPPORT > '5'))
                   MOVE 'DETAIL SCORE NOT 1-5' TO WS-RESP-RESULT
               WHEN SIN-RECOMMEND NOT = 'Y'
                    AND SIN-RECOMMEND NOT = 'N'
                    AND SIN-RECOMMEND NOT = SPACE
                   MOVE 'RECOMMEND NOT Y/N' TO WS-RESP-RESULT
               WHEN SIN-CHANNEL NOT = 'M'
                    AND SIN-CHANNEL NOT = 'E'
                    AND SIN-CHANNEL NOT = 'P'
                    AND SIN-CHANNEL NOT = SPACE
                   MOVE 'CHANNEL NOT M/E/P' TO WS-RESP-RESULT
               WHEN WS-RESP-DATE IS NOT NUMERIC
                   MOVE 'RESPONSE DATE INVALID' TO WS-RESP-RESULT
               WHEN WS-RESP-DATE < OSV-ISSUE-DATE (WS-OSV-MATCH)
                   MOVE 'RESPONSE DATE BEFORE ISSUE' TO WS-RESP-RESULT
               WHEN WS-RESP-DATE > WS-RUN-DATE
                   MOVE 'RESPONSE DATE IN FUTURE' TO WS-RESP-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-RESPONSE.
           MOVE SPACES TO SURVEY-RESP-RECORD
           MOVE SIN-SURVEY-ID TO SRS-SURVEY-ID
           MOVE WS-RESP-DATE TO SRS-RESPONSE-DATE
           MOVE SIN-SCORE-OVERALL TO SRS-SCORE-OVERALL
           MOVE 0 TO SRS-SCORE-SETTLING
           MOVE 0 TO SRS-SCORE-HEALTH
           MOVE 0 TO SRS-SCORE-SUPPORT
           IF SIN-SCORE-SETTLING NOT = SPACE
              MOVE SIN-SCORE-SETTLING TO SRS-SCORE-SETTLING
           END-IF
           IF SIN-SCORE-HEALTH NOT = SPACE
              MOVE SIN-SCORE-HEALTH TO SRS-SCORE-HEALTH
           END-IF
           IF SIN-SCORE-SUPPORT NOT = SPACE
              MOVE SIN-SCORE-SUPPORT TO SRS-SCORE-SUPPORT
           END-IF
           MOVE SIN-RECOMMEND TO SRS-RECOMMEND
           MOVE SIN-CHANNEL TO SRS-CHANNEL
           IF SRS-CHANNEL = SPACE
              MOVE 'M' TO SRS-CHANNEL
           END-IF
           MOVE WS-RUN-DATE TO SRS-CAPTURED-DATE
           IF WS-RUN-MODE = 'TEST'
              MOVE 'CAPTURED (TEST - NOT WRITTEN)' TO WS-RESP-RESULT
              ADD 1 TO WS-RESP-CAPTURED
           ELSE
              WRITE SURVEY-RESP-RECORD
              IF SURVEY-RESP-STATUS = '00'
                 MOVE 'CAPTURED' TO WS-RESP-RESULT
                 ADD 1 TO WS-RESP-CAPTURED
              ELSE
                 MOVE 'WRITE FAILED, STATUS' TO WS-RESP-RESULT
                 MOVE SURVEY-RESP-STATUS TO WS-RESP-RESULT (22:2)
                 ADD 1 TO WS-WRITE-FAILED
              END-IF
           END-IF.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO SURVEY-RPT-RECORD
           WRITE SURVEY-RPT-RECORD
           MOVE 'SURVEY RESPONSES READ' TO RPT-CNT-LABEL
           MOVE WS-RECORDS-READ TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  CAPTURED' TO RPT-CNT-LABEL
           MOVE WS-RESP-CAPTURED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  DUPLICATE RESPONSE' TO RPT-CNT-LABEL
           MOVE WS-RESP-DUPLICATE TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  REJECTED' TO RPT-CNT-LABEL
           MOVE WS-RESP-REJECTED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  WRITE FAILED' TO RPT-CNT-LABEL
           MOVE WS-WRITE-FAILED TO RPT-CNT-VALUE
           WRITE SURVEY-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-TRANSACTION-FILE.
           OPEN OUTPUT SURVEY-IN-FILE
           IF SURVEY-IN-STATUS = '00'
              CLOSE SURVEY-IN-FILE
           ELSE
              DISPLAY 'ZTPSRVRC SRVIN CLEAR FAILED, STATUS: '
                  SURVEY-IN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPSRVRC.
