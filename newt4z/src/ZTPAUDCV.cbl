       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPAUDCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCH-FILE ASSIGN AUDARCH
           FILE STATUS IS AUDIT-ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
           SELECT CHAIN-RPT-FILE ASSIGN CHNRPT
           FILE STATUS IS CHAIN-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCH-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD PIC X(80).
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       FD  CHAIN-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CHAIN-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       WORKING-STORAGE SECTION.
       01  AUDIT-ARCH-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  CHAIN-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-CHAIN-WORK.
           05  CWK-PAYLOAD PIC X(74).
           05  CWK-SEAL.
               10  CWK-SEQUENCE PIC X(2).
               10  CWK-HASH PIC X(4).
       01  AUDIT-HASH-AREA.
           05  AHA-PRIOR-SEAL PIC X(6).
           05  AHA-PAYLOAD PIC X(74).
           05  AHA-SEAL PIC X(6).
       01  STATE-REQUEST-AREA.
           05  STA-PROGRAM-ID PIC X(8) VALUE 'ZTPAUDHK'.
           05  STA-STATE-NAME PIC X(8) VALUE 'CHAINHD'.
           05  STA-STATE-VALUE PIC X(64).
           05  STA-RESULT PIC X(1).
       01  WS-HEAD-VALUE.
           05  HD-SEAL PIC X(6).
           05  HD-MOVED-COUNT PIC X(8).
           05  HD-RUN-DATE PIC X(8).
           05  HD-CUTOFF-DATE PIC X(8).
           05  HD-RECORDED-TS PIC X(14).
           05  FILLER PIC X(20).
       01  WS-HEAD-FOUND PIC X(1) VALUE 'N'.
       01  WS-ARCH-AVAILABLE PIC X(1) VALUE 'N'.
       01  WS-CHAIN-STARTED PIC X(1) VALUE 'N'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-PRIOR-SEAL PIC X(6) VALUE SPACES.
       01  WS-PRIOR-SEQ PIC 9(2).
       01  WS-THIS-SEQ PIC 9(2).
       01  WS-SEQ-STEP PIC 9(3).
       01  WS-SOURCE-NAME PIC X(8).
       01  WS-SOURCE-REC-NO PIC 9(8).
       01  WS-ARCH-COUNT PIC 9(8) VALUE 0.
       01  WS-LIVE-COUNT PIC 9(8) VALUE 0.
       01  WS-RECORDS-CHECKED PIC 9(8) VALUE 0.
       01  WS-PRECHAIN-COUNT PIC 9(8) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(8) VALUE 0.
       01  WS-GAP-COUNT PIC 9(8) VALUE 0.
       01  WS-ORDER-COUNT PIC 9(8) VALUE 0.
       01  WS-UNSEALED-COUNT PIC 9(8) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(8) VALUE 0.
       01  WS-EXCEPTION-TYPE PIC X(6).
       01  WS-EXCEPTION-TEXT PIC X(39).
       01  WS-GAP-TEXT.
           05  GAP-MISSING-TXT PIC Z9.
           05  FILLER PIC X(37)
               VALUE ' RECORD(S) MISSING AHEAD OF THIS ONE'.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(40)
               VALUE 'AUDIT TRAIL HASH-CHAIN CHECK    RUN DATE'.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(6) VALUE ' MODE '.
           05  RPT-HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(21) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05  RPT-TITLE-TEXT PIC X(40).
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05  FILLER PIC X(40)
               VALUE 'SOURCE    RECORD# TYPE   PROGRAM  SEAL  '.
           05  FILLER PIC X(40) VALUE ' FINDING'.
       01  WS-RPT-DETAIL-LINE.
           05  RPT-DTL-SOURCE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DTL-REC-NO PIC ZZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DTL-TYPE PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DTL-PROGRAM PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DTL-SEAL PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DTL-TEXT PIC X(39).
       01  WS-RPT-COUNT-LINE.
           05  RPT-CNT-LABEL PIC X(40).
           05  RPT-CNT-VALUE PIC ZZ,ZZZ,ZZ9.
           05  FILLER PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           OPEN OUTPUT CHAIN-RPT-FILE
           IF CHAIN-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPAUDCV CHNRPT OPEN FAILED, STATUS: '
                  CHAIN-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO RPT-HDR-RUN-MODE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-HEADER
           MOVE 'CHAIN WALK' TO RPT-TITLE-TEXT
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-TITLE-LINE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COLUMN-LINE
           PERFORM LOAD-RECORDED-CHAIN-HEAD
           PERFORM WALK-ARCHIVED-GENERATIONS
           PERFORM CHECK-RECORDED-CHAIN-HEAD
           PERFORM WALK-LIVE-AUDIT-TRAIL
           IF WS-EXCEPTION-COUNT = 0
              MOVE 'NO BREAK, GAP OR REORDERING FOUND' TO
                  RPT-TITLE-TEXT
              WRITE CHAIN-RPT-RECORD FROM WS-RPT-TITLE-LINE
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CHAIN-RPT-FILE
           DISPLAY 'ZTPAUDCV RECORDS CHECKED: ' WS-RECORDS-CHECKED
           DISPLAY 'ZTPAUDCV CHAIN EXCEPTIONS: ' WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   DISPLAY 'ZTPAUDCV *** AUDIT TRAIL HASH CHAIN '
                       'BROKEN - SEE CHNRPT ***'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ARCH-AVAILABLE = 'N'
                   DISPLAY 'ZTPAUDCV AUDARCH NOT WALKED, LIVE FILE '
                       'CHECKED ONLY'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
              MOVE 'ZTPAUDCV' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPAUDCV' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-CHECKED TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPAUDCV' TO VER-PROGRAM-ID
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

       LOAD-RECORDED-CHAIN-HEAD.
           MOVE SPACES TO STA-STATE-VALUE
           CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
           IF STA-RESULT = 'Y'
              AND STA-STATE-VALUE (1:6) NOT = SPACES
              MOVE STA-STATE-VALUE TO WS-HEAD-VALUE
              MOVE 'Y' TO WS-HEAD-FOUND
              DISPLAY 'ZTPAUDCV RECORDED CHAIN HEAD: ' HD-SEAL
                  ' CUT ' HD-RUN-DATE ' CUTOFF ' HD-CUTOFF-DATE
           ELSE
              DISPLAY 'ZTPAUDCV NO CHAIN HEAD RECORDED ON STATESTR'
           END-IF.

       WALK-ARCHIVED-GENERATIONS.
           MOVE 'AUDARCH' TO WS-SOURCE-NAME
           MOVE 0 TO WS-SOURCE-REC-NO
           OPEN INPUT AUDIT-ARCH-FILE
           IF AUDIT-ARCH-STATUS NOT = '00'
              DISPLAY 'ZTPAUDCV AUDARCH OPEN FAILED, STATUS: '
                  AUDIT-ARCH-STATUS
           ELSE
              MOVE 'Y' TO WS-ARCH-AVAILABLE
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ AUDIT-ARCH-FILE
                  IF AUDIT-ARCH-STATUS = '00'
                     ADD 1 TO WS-SOURCE-REC-NO
                     MOVE AUDIT-ARCH-RECORD TO WS-CHAIN-WORK
                     PERFORM VERIFY-CHAIN-LINK
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE AUDIT-ARCH-FILE
           END-IF
           MOVE WS-SOURCE-REC-NO TO WS-ARCH-COUNT.

       CHECK-RECORDED-CHAIN-HEAD.
           IF WS-HEAD-FOUND = 'Y'
              IF WS-ARCH-AVAILABLE = 'Y'
                 AND WS-PRIOR-SEAL NOT = HD-SEAL
                 ADD 1 TO WS-GAP-COUNT
                 MOVE 'STATESTR' TO WS-SOURCE-NAME
                 MOVE WS-ARCH-COUNT TO WS-SOURCE-REC-NO
                 MOVE SPACES TO WS-CHAIN-WORK
                 MOVE HD-SEAL TO CWK-SEAL
                 MOVE 'GAP   ' TO WS-EXCEPTION-TYPE
                 MOVE 'ARCHIVE DOES NOT END AT RECORDED HEAD' TO
                     WS-EXCEPTION-TEXT
                 PERFORM WRITE-CHAIN-EXCEPTION
              END-IF
              MOVE HD-SEAL TO WS-PRIOR-SEAL
              MOVE 'Y' TO WS-CHAIN-STARTED
           ELSE
              IF WS-CHAIN-STARTED = 'Y'
                 ADD 1 TO WS-GAP-COUNT
                 MOVE 'STATESTR' TO WS-SOURCE-NAME
                 MOVE WS-ARCH-COUNT TO WS-SOURCE-REC-NO
                 MOVE SPACES TO WS-CHAIN-WORK
                 MOVE 'GAP   ' TO WS-EXCEPTION-TYPE
                 MOVE 'NO CHAIN HEAD RECORDED FOR THE ARCHIVE' TO
                     WS-EXCEPTION-TEXT
                 PERFORM WRITE-CHAIN-EXCEPTION
              END-IF
           END-IF.

       WALK-LIVE-AUDIT-TRAIL.
           MOVE 'AUDITLOG' TO WS-SOURCE-NAME
           MOVE 0 TO WS-SOURCE-REC-NO
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ZTPAUDCV AUDITLOG OPEN FAILED, STATUS: '
                  AUDIT-STATUS
              CLOSE CHAIN-RPT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  ADD 1 TO WS-SOURCE-REC-NO
                  MOVE AUDIT-TRAIL-RECORD TO WS-CHAIN-WORK
                  PERFORM VERIFY-CHAIN-LINK
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE WS-SOURCE-REC-NO TO WS-LIVE-COUNT.

       VERIFY-CHAIN-LINK.
           ADD 1 TO WS-RECORDS-CHECKED
           EVALUATE TRUE
               WHEN CWK-SEAL = SPACES
                    AND WS-CHAIN-STARTED = 'N'
                   ADD 1 TO WS-PRECHAIN-COUNT
               WHEN CWK-SEAL = SPACES
                   ADD 1 TO WS-UNSEALED-COUNT
                   MOVE 'NOSEAL' TO WS-EXCEPTION-TYPE
                   MOVE 'RECORD WRITTEN WITHOUT A CHAIN SEAL' TO
                       WS-EXCEPTION-TEXT
                   PERFORM WRITE-CHAIN-EXCEPTION
               WHEN CWK-SEQUENCE IS NOT NUMERIC
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE 'BREAK ' TO WS-EXCEPTION-TYPE
                   MOVE 'SEAL IS NOT A VALID CHAIN SEAL' TO
                       WS-EXCEPTION-TEXT
                   PERFORM WRITE-CHAIN-EXCEPTION
                   MOVE 'Y' TO WS-CHAIN-STARTED
                   MOVE CWK-SEAL TO WS-PRIOR-SEAL
               WHEN WS-CHAIN-STARTED = 'N'
                   MOVE 'Y' TO WS-CHAIN-STARTED
                   MOVE 'ANCHOR' TO WS-EXCEPTION-TYPE
                   MOVE 'CHAIN STARTS AT THIS RECORD' TO
                       WS-EXCEPTION-TEXT
                   PERFORM WRITE-CHAIN-DETAIL
                   MOVE CWK-SEAL TO WS-PRIOR-SEAL
               WHEN OTHER
                   PERFORM CHECK-CHAIN-LINK
           END-EVALUATE.

       CHECK-CHAIN-LINK.
           MOVE WS-PRIOR-SEAL TO AHA-PRIOR-SEAL
           MOVE CWK-PAYLOAD TO AHA-PAYLOAD
           CALL 'ZTPAUDHS' USING AUDIT-HASH-AREA
           IF AHA-SEAL = CWK-SEAL
              MOVE CWK-SEAL TO WS-PRIOR-SEAL
           ELSE
              MOVE 0 TO WS-PRIOR-SEQ
              IF WS-PRIOR-SEAL (1:2) IS NUMERIC
                 MOVE WS-PRIOR-SEAL (1:2) TO WS-PRIOR-SEQ
              END-IF
              MOVE CWK-SEQUENCE TO WS-THIS-SEQ
              COMPUTE WS-SEQ-STEP =
                  FUNCTION MOD(WS-THIS-SEQ - WS-PRIOR-SEQ + 100, 100)
              EVALUATE TRUE
                  WHEN WS-SEQ-STEP = 1
                      ADD 1 TO WS-BREAK-COUNT
                      MOVE 'BREAK ' TO WS-EXCEPTION-TYPE
                      MOVE 'RECORD CONTENT DOES NOT MATCH ITS SEAL'
                          TO WS-EXCEPTION-TEXT
                      MOVE CWK-SEAL TO WS-PRIOR-SEAL
                  WHEN WS-SEQ-STEP = 0
                       OR WS-SEQ-STEP > 50
                      ADD 1 TO WS-ORDER-COUNT
                      MOVE 'ORDER ' TO WS-EXCEPTION-TYPE
                      MOVE 'RECORD OUT OF ORDER IN THE CHAIN' TO
                          WS-EXCEPTION-TEXT
                  WHEN OTHER
                      ADD 1 TO WS-GAP-COUNT
                      COMPUTE GAP-MISSING-TXT = WS-SEQ-STEP - 1
                      MOVE 'GAP   ' TO WS-EXCEPTION-TYPE
                      MOVE WS-GAP-TEXT TO WS-EXCEPTION-TEXT
                      MOVE CWK-SEAL TO WS-PRIOR-SEAL
              END-EVALUATE
              PERFORM WRITE-CHAIN-EXCEPTION
           END-IF.

       WRITE-CHAIN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY 'ZTPAUDCV CHAIN ' WS-EXCEPTION-TYPE ' '
               WS-SOURCE-NAME ' RECORD ' WS-SOURCE-REC-NO
               ' ' WS-EXCEPTION-TEXT
           PERFORM WRITE-CHAIN-DETAIL.

       WRITE-CHAIN-DETAIL.
           MOVE WS-SOURCE-NAME TO RPT-DTL-SOURCE
           MOVE WS-SOURCE-REC-NO TO RPT-DTL-REC-NO
           MOVE WS-EXCEPTION-TYPE TO RPT-DTL-TYPE
           MOVE CWK-PAYLOAD (1:8) TO RPT-DTL-PROGRAM
           MOVE CWK-SEAL TO RPT-DTL-SEAL
           MOVE WS-EXCEPTION-TEXT TO RPT-DTL-TEXT
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-DETAIL-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO RPT-TITLE-TEXT
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-TITLE-LINE
           MOVE 'RECORDS WALKED IN AUDARCH GENERATIONS' TO
               RPT-CNT-LABEL
           MOVE WS-ARCH-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RECORDS WALKED IN AUDITLOG' TO RPT-CNT-LABEL
           MOVE WS-LIVE-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RECORDS WRITTEN BEFORE THE CHAIN BEGAN' TO
               RPT-CNT-LABEL
           MOVE WS-PRECHAIN-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'BREAKS (CONTENT DOES NOT MATCH SEAL)' TO
               RPT-CNT-LABEL
           MOVE WS-BREAK-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'GAPS (RECORDS MISSING)' TO RPT-CNT-LABEL
           MOVE WS-GAP-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RECORDS OUT OF ORDER' TO RPT-CNT-LABEL
           MOVE WS-ORDER-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'RECORDS WITHOUT A SEAL' TO RPT-CNT-LABEL
           MOVE WS-UNSEALED-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'TOTAL CHAIN EXCEPTIONS' TO RPT-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-CNT-VALUE
           WRITE CHAIN-RPT-RECORD FROM WS-RPT-COUNT-LINE.
       END PROGRAM ZTPAUDCV.
