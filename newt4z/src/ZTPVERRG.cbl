       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPVERRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
           SELECT VERSION-RPT-FILE ASSIGN VERRPT
           FILE STATUS IS VERSION-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       FD  VERSION-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VERSION-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  VERSION-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-VERSIONS-READ PIC 9(8) VALUE 0.
       01  WS-VERSIONS-SKIPPED PIC 9(8) VALUE 0.
       01  WS-TABLE-FULL PIC X(1) VALUE 'N'.
       01  CYCLE-VERSION-TABLE.
           05  CVT-ENTRY OCCURS 5000 TIMES.
               10  CVT-CYCLE-DATE PIC X(8).
               10  CVT-PROGRAM-ID PIC X(8).
               10  CVT-VERSION-LABEL PIC X(8).
               10  CVT-COMPILE-TS PIC X(14).
               10  CVT-PREV-LABEL PIC X(8).
               10  CVT-PREV-COMPILE-TS PIC X(14).
               10  CVT-STATUS PIC X(1).
                   88  CVT-CHANGED VALUE 'C'.
                   88  CVT-FIRST-SEEN VALUE 'F'.
                   88  CVT-UNCHANGED VALUE 'U'.
       01  WS-CVT-COUNT PIC 9(4) VALUE 0.
       01  WS-CVT-IDX PIC 9(4).
       01  WS-CVT-MATCH PIC 9(4).
       01  WS-CVT-CYCLE-START PIC 9(4).
       01  WS-CVT-CYCLE-END PIC 9(4).
       01  LAST-VERSION-TABLE.
           05  LVT-ENTRY OCCURS 300 TIMES.
               10  LVT-PROGRAM-ID PIC X(8).
               10  LVT-CYCLE-DATE PIC X(8).
               10  LVT-VERSION-LABEL PIC X(8).
               10  LVT-COMPILE-TS PIC X(14).
               10  LVT-CVT-IDX PIC 9(4).
       01  WS-LVT-COUNT PIC 9(3) VALUE 0.
       01  WS-LVT-IDX PIC 9(3).
       01  WS-LVT-MATCH PIC 9(3).
       01  WS-CYCLE-COUNT PIC 9(4) VALUE 0.
       01  WS-CYCLE-PROGRAMS PIC 9(4).
       01  WS-CYCLE-CHANGES PIC 9(4).
       01  WS-TOTAL-CHANGES PIC 9(5) VALUE 0.
       01  WS-RUN-DATE-CHANGES PIC 9(4) VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(40)
               VALUE 'LOAD-MODULE VERSION REGISTRY   RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(32) VALUE SPACES.
       01  WS-RPT-CYCLE-HEADER.
           05  FILLER PIC X(6) VALUE 'CYCLE '.
           05  RPT-CYC-DATE PIC X(8).
           05  FILLER PIC X(12) VALUE '  PROGRAMS  '.
           05  RPT-CYC-PROGRAMS PIC ZZZ9.
           05  FILLER PIC X(20) VALUE '  VERSION CHANGES   '.
           05  RPT-CYC-CHANGES PIC ZZZ9.
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CYCLE     PROGRAM   VERSION  COMPILED   '.
           05  FILLER PIC X(40)
               VALUE '    PREV VER PREV COMPILED  STATUS'.
       01  WS-RPT-DETAIL.
           05  RPT-DET-CYCLE-DATE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-PROGRAM-ID PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RPT-DET-VERSION PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-COMPILED PIC X(14).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-PREV-VERSION PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-PREV-COMPILED PIC X(14).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-STATUS PIC X(12).
       01  WS-RPT-NONE-LINE.
           05  FILLER PIC X(40)
               VALUE 'NO PROGRAM VERSION RECORDS ON AUDITLOG  '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(36).
           05  RPT-TOT-COUNT PIC ZZZZ9.
           05  FILLER PIC X(39) VALUE SPACES.
       01  WS-TEST-BANNER PIC X(42)
           VALUE '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-VERSION-RECORDS
           OPEN OUTPUT VERSION-RPT-FILE
           IF VERSION-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPVERRG VERRPT OPEN FAILED, STATUS: '
                  VERSION-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE = 'TEST'
              WRITE VERSION-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE VERSION-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-CVT-COUNT = 0
              WRITE VERSION-RPT-RECORD FROM WS-RPT-NONE-LINE
           ELSE
              MOVE 1 TO WS-CVT-CYCLE-START
              PERFORM UNTIL WS-CVT-CYCLE-START > WS-CVT-COUNT
                  PERFORM REPORT-ONE-CYCLE
              END-PERFORM
           END-IF
           MOVE 'CYCLES REPORTED' TO RPT-TOT-LABEL
           MOVE WS-CYCLE-COUNT TO RPT-TOT-COUNT
           WRITE VERSION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'VERSION RECORDS READ' TO RPT-TOT-LABEL
           MOVE WS-VERSIONS-READ TO RPT-TOT-COUNT
           WRITE VERSION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'VERSION CHANGES ACROSS ALL CYCLES' TO RPT-TOT-LABEL
           MOVE WS-TOTAL-CHANGES TO RPT-TOT-COUNT
           WRITE VERSION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'VERSION CHANGES THIS CYCLE' TO RPT-TOT-LABEL
           MOVE WS-RUN-DATE-CHANGES TO RPT-TOT-COUNT
           WRITE VERSION-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           CLOSE VERSION-RPT-FILE
           DISPLAY 'ZTPVERRG VERSION RECORDS READ: ' WS-VERSIONS-READ
           DISPLAY 'ZTPVERRG VERSION CHANGES THIS CYCLE: '
               WS-RUN-DATE-CHANGES
           IF WS-TABLE-FULL = 'Y'
              DISPLAY 'ZTPVERRG *** VERSION TABLE FULL, '
                  WS-VERSIONS-SKIPPED ' RECORD(S) NOT REPORTED ***'
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

       LOAD-VERSION-RECORDS.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ZTPVERRG AUDITLOG NOT AVAILABLE, STATUS: '
                  AUDIT-STATUS
              MOVE 'N' TO WS-MORE-RECORDS
           ELSE
              MOVE 'Y' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF PGMVER-RECORD
                     AND VER-BUSINESS-DATE NOT > WS-RUN-DATE
                     IF VER-RUN-MODE = 'TEST'
                        AND WS-RUN-MODE NOT = 'TEST'
                        CONTINUE
                     ELSE
                        ADD 1 TO WS-VERSIONS-READ
                        PERFORM NOTE-VERSION-RECORD
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF AUDIT-STATUS NOT = '35'
              CLOSE AUDIT-FILE
           END-IF.

       NOTE-VERSION-RECORD.
           MOVE 0 TO WS-LVT-MATCH
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF LVT-PROGRAM-ID (WS-LVT-IDX) = VER-PROGRAM-ID
                  MOVE WS-LVT-IDX TO WS-LVT-MATCH
                  MOVE WS-LVT-COUNT TO WS-LVT-IDX
               END-IF
           END-PERFORM
           IF WS-LVT-MATCH NOT = 0
              AND LVT-CYCLE-DATE (WS-LVT-MATCH) = VER-BUSINESS-DATE
              PERFORM NOTE-RERUN-IN-CYCLE
           ELSE
              PERFORM ADD-CYCLE-VERSION
           END-IF.

       NOTE-RERUN-IN-CYCLE.
           MOVE LVT-CVT-IDX (WS-LVT-MATCH) TO WS-CVT-MATCH
           IF VER-VERSION-LABEL NOT =
                  CVT-VERSION-LABEL (WS-CVT-MATCH)
              OR VER-COMPILE-TS NOT = CVT-COMPILE-TS (WS-CVT-MATCH)
              MOVE CVT-VERSION-LABEL (WS-CVT-MATCH) TO
                  CVT-PREV-LABEL (WS-CVT-MATCH)
              MOVE CVT-COMPILE-TS (WS-CVT-MATCH) TO
                  CVT-PREV-COMPILE-TS (WS-CVT-MATCH)
              MOVE VER-VERSION-LABEL TO
                  CVT-VERSION-LABEL (WS-CVT-MATCH)
              MOVE VER-COMPILE-TS TO CVT-COMPILE-TS (WS-CVT-MATCH)
              SET CVT-CHANGED (WS-CVT-MATCH) TO TRUE
              MOVE VER-VERSION-LABEL TO
                  LVT-VERSION-LABEL (WS-LVT-MATCH)
              MOVE VER-COMPILE-TS TO LVT-COMPILE-TS (WS-LVT-MATCH)
           END-IF.

       ADD-CYCLE-VERSION.
           IF WS-CVT-COUNT = 5000
              OR (WS-LVT-MATCH = 0 AND WS-LVT-COUNT = 300)
              MOVE 'Y' TO WS-TABLE-FULL
              ADD 1 TO WS-VERSIONS-SKIPPED
           ELSE
              ADD 1 TO WS-CVT-COUNT
              MOVE VER-BUSINESS-DATE TO CVT-CYCLE-DATE (WS-CVT-COUNT)
              MOVE VER-PROGRAM-ID TO CVT-PROGRAM-ID (WS-CVT-COUNT)
              MOVE VER-VERSION-LABEL TO
                  CVT-VERSION-LABEL (WS-CVT-COUNT)
              MOVE VER-COMPILE-TS TO CVT-COMPILE-TS (WS-CVT-COUNT)
              IF WS-LVT-MATCH = 0
                 ADD 1 TO WS-LVT-COUNT
                 MOVE WS-LVT-COUNT TO WS-LVT-MATCH
                 MOVE VER-PROGRAM-ID TO LVT-PROGRAM-ID (WS-LVT-MATCH)
                 MOVE SPACES TO CVT-PREV-LABEL (WS-CVT-COUNT)
                 MOVE SPACES TO CVT-PREV-COMPILE-TS (WS-CVT-COUNT)
                 SET CVT-FIRST-SEEN (WS-CVT-COUNT) TO TRUE
              ELSE
                 MOVE LVT-VERSION-LABEL (WS-LVT-MATCH) TO
                     CVT-PREV-LABEL (WS-CVT-COUNT)
                 MOVE LVT-COMPILE-TS (WS-LVT-MATCH) TO
                     CVT-PREV-COMPILE-TS (WS-CVT-COUNT)
                 IF VER-VERSION-LABEL NOT =
                        LVT-VERSION-LABEL (WS-LVT-MATCH)
                    OR VER-COMPILE-TS NOT =
                        LVT-COMPILE-TS (WS-LVT-MATCH)
                    SET CVT-CHANGED (WS-CVT-COUNT) TO TRUE
                 ELSE
                    SET CVT-UNCHANGED (WS-CVT-COUNT) TO TRUE
                 END-IF
              END-IF
              MOVE VER-BUSINESS-DATE TO LVT-CYCLE-DATE (WS-LVT-MATCH)
              MOVE VER-VERSION-LABEL TO
                  LVT-VERSION-LABEL (WS-LVT-MATCH)
              MOVE VER-COMPILE-TS TO LVT-COMPILE-TS (WS-LVT-MATCH)
              MOVE WS-CVT-COUNT TO LVT-CVT-IDX (WS-LVT-MATCH)
           END-IF.

       REPORT-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT
           MOVE 0 TO WS-CYCLE-PROGRAMS
           MOVE 0 TO WS-CYCLE-CHANGES
           MOVE WS-CVT-CYCLE-START TO WS-CVT-CYCLE-END
           PERFORM VARYING WS-CVT-IDX FROM WS-CVT-CYCLE-START BY 1
                   UNTIL WS-CVT-IDX > WS-CVT-COUNT
               IF CVT-CYCLE-DATE (WS-CVT-IDX) =
                      CVT-CYCLE-DATE (WS-CVT-CYCLE-START)
                  ADD 1 TO WS-CYCLE-PROGRAMS
                  IF CVT-CHANGED (WS-CVT-IDX)
                     ADD 1 TO WS-CYCLE-CHANGES
                  END-IF
                  MOVE WS-CVT-IDX TO WS-CVT-CYCLE-END
               ELSE
                  MOVE WS-CVT-COUNT TO WS-CVT-IDX
               END-IF
           END-PERFORM
           MOVE CVT-CYCLE-DATE (WS-CVT-CYCLE-START) TO RPT-CYC-DATE
           MOVE WS-CYCLE-PROGRAMS TO RPT-CYC-PROGRAMS
           MOVE WS-CYCLE-CHANGES TO RPT-CYC-CHANGES
           MOVE SPACES TO VERSION-RPT-RECORD
           WRITE VERSION-RPT-RECORD
           WRITE VERSION-RPT-RECORD FROM WS-RPT-CYCLE-HEADER
           WRITE VERSION-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-CVT-IDX FROM WS-CVT-CYCLE-START BY 1
                   UNTIL WS-CVT-IDX > WS-CVT-CYCLE-END
               PERFORM WRITE-VERSION-DETAIL
           END-PERFORM
           ADD WS-CYCLE-CHANGES TO WS-TOTAL-CHANGES
           IF CVT-CYCLE-DATE (WS-CVT-CYCLE-START) = WS-RUN-DATE
              ADD WS-CYCLE-CHANGES TO WS-RUN-DATE-CHANGES
           END-IF
           COMPUTE WS-CVT-CYCLE-START = WS-CVT-CYCLE-END + 1.

       WRITE-VERSION-DETAIL.
           MOVE CVT-CYCLE-DATE (WS-CVT-IDX) TO RPT-DET-CYCLE-DATE
           MOVE CVT-PROGRAM-ID (WS-CVT-IDX) TO RPT-DET-PROGRAM-ID
           MOVE CVT-VERSION-LABEL (WS-CVT-IDX) TO RPT-DET-VERSION
           MOVE CVT-COMPILE-TS (WS-CVT-IDX) TO RPT-DET-COMPILED
           MOVE CVT-PREV-LABEL (WS-CVT-IDX) TO RPT-DET-PREV-VERSION
           MOVE CVT-PREV-COMPILE-TS (WS-CVT-IDX) TO
               RPT-DET-PREV-COMPILED
           EVALUATE TRUE
               WHEN CVT-CHANGED (WS-CVT-IDX)
                   MOVE '*** CHANGED' TO RPT-DET-STATUS
                   IF CVT-CYCLE-DATE (WS-CVT-IDX) = WS-RUN-DATE
                      DISPLAY 'ZTPVERRG *** VERSION CHANGE: '
                          CVT-PROGRAM-ID (WS-CVT-IDX) ' '
                          CVT-PREV-LABEL (WS-CVT-IDX) ' -> '
                          CVT-VERSION-LABEL (WS-CVT-IDX)
                          ' COMPILED '
                          CVT-COMPILE-TS (WS-CVT-IDX)
                   END-IF
               WHEN CVT-FIRST-SEEN (WS-CVT-IDX)
                   MOVE 'FIRST SEEN' TO RPT-DET-STATUS
               WHEN OTHER
                   MOVE SPACES TO RPT-DET-STATUS
           END-EVALUATE
           WRITE VERSION-RPT-RECORD FROM WS-RPT-DETAIL.

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPVERRG' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPVERRG' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-VERSIONS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPVERRG' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPVERRG.
