       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPWEBST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-WORK-FILE ASSIGN ACCWORK
           FILE STATUS IS ACC-WORK-STATUS.
           SELECT YTD-MAST-FILE ASSIGN YTDMAST
           FILE STATUS IS YTD-MAST-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT WEB-STAT-FILE ASSIGN WEBSTAT
           FILE STATUS IS WEB-STAT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-WORK-FILE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.
       01  ACC-WORK-RECORD.
           05  ACW-REGION PIC X(8).
           05  ACW-SHELTER PIC X(4).
           05  ACW-BREED PIC X(30).
           05  ACW-PERIOD PIC 9(2).
           05  ACW-NET PIC 9(3).
           05  ACW-GROSS PIC 9(3).
           05  ACW-RETURNS PIC 9(3).
           05  ACW-FEE-NET PIC 9(9)V99.
           05  ACW-FEE-ADOPT PIC 9(9)V99.
           05  ACW-FEE-CHIP PIC 9(9)V99.
           05  ACW-FEE-DONATION PIC 9(9)V99.
           05  ACW-RET-ADOPT PIC 9(9)V99.
           05  ACW-RET-CHIP PIC 9(9)V99.
           05  ACW-RET-DONATION PIC 9(9)V99.
           05  ACW-SPECIES PIC X(1).
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD.
           05  YTD-BREED PIC X(30).
           05  YTD-PERIOD PIC X(2).
           05  YTD-COUNT PIC 9(5).
           05  YTD-SPECIES PIC X(1).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  SHL-SHELTER-CODE PIC X(4).
           05  SHL-SHELTER-NAME PIC X(30).
           05  SHL-SHELTER-REGION PIC X(8).
           05  SHL-SHELTER-ACTIVE PIC X(1).
           05  SHL-SHELTER-JURISDICTION PIC X(6).
       FD  WEB-STAT-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01  WEB-STAT-RECORD PIC X(250).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  ACC-WORK-STATUS PIC X(2).
       01  YTD-MAST-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  WEB-STAT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-RUN-MONTH PIC 9(2).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-RECORDS-READ PIC 9(7) VALUE 0.
       01  WS-SOURCE-MISSING PIC 9(1) VALUE 0.
       01  WS-TOP-N PIC 9(2) VALUE 10.
       01  WS-YTD-CONTROL-KEY PIC X(30) VALUE '*YTDCONTROL*'.
       01  WS-YTD-YEAR PIC 9(5) VALUE 0.
       01  WS-YTD-PERIOD PIC 9(2).
       01  WEB-SHELTER-TABLE.
           05  WST-ENTRY OCCURS 50 TIMES.
               10  WST-CODE PIC X(4).
               10  WST-NAME PIC X(30).
               10  WST-REGION PIC X(8).
               10  WST-ACTIVE PIC X(1).
               10  WST-TODAY PIC 9(7).
       01  WS-WST-COUNT PIC 9(2) VALUE 0.
       01  WS-WST-IDX PIC 9(2).
       01  WS-WST-MATCH PIC 9(2).
       01  WEB-BREED-TABLE.
           05  WBT-ENTRY OCCURS 200 TIMES.
               10  WBT-SPECIES PIC X(1).
               10  WBT-BREED PIC X(30).
               10  WBT-TODAY PIC 9(7).
               10  WBT-YTD PIC 9(9).
               10  WBT-RANKED PIC X(1).
       01  WS-WBT-COUNT PIC 9(3) VALUE 0.
       01  WS-WBT-IDX PIC 9(3).
       01  WS-WBT-MATCH PIC 9(3).
       01  WS-WBT-BEST PIC 9(3).
       01  WS-CUR-SPECIES PIC X(1).
       01  WS-CUR-BREED PIC X(30).
       01  WS-ACTIVE-SHELTERS PIC 9(3) VALUE 0.
       01  WS-INACTIVE-ROWS PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-ROWS PIC 9(7) VALUE 0.
       01  WS-ORG-TODAY PIC 9(9) VALUE 0.
       01  WS-ORG-YTD PIC 9(9) VALUE 0.
       01  WS-RANK PIC 9(2).
       01  WS-DOCS-WRITTEN PIC 9(8) VALUE 0.
       01  WS-WEB-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-WEB-HASH-POS PIC 9(4) VALUE 1.
       01  WS-WEB-HASH-LEN PIC 9(4) VALUE 120.
       01  WS-WEB-BYTE-IDX PIC 9(4).
       01  WS-WEB-BYTE-POS PIC 9(4).
       01  WS-JSON-DATE PIC X(10).
       01  WS-JSON-NUM-A PIC Z(8)9.
       01  WS-JSON-NUM-B PIC Z(8)9.
       01  WS-JSON-RANK PIC Z9.
       01  WS-JSON-TOP-N PIC Z9.
       01  WS-JSON-SHELTERS PIC ZZ9.
       01  WS-JSON-IN PIC X(30).
       01  WS-JSON-OUT PIC X(62).
       01  WS-JSON-OUT-LEN PIC 9(3).
       01  WS-JSON-IN-LEN PIC 9(3).
       01  WS-JSON-IDX PIC 9(3).
       01  WS-JSON-NAME PIC X(62).
       01  WS-JSON-NAME-LEN PIC 9(3).
       01  WS-JSON-BREED PIC X(62).
       01  WS-JSON-BREED-LEN PIC 9(3).
       01  WS-JSON-SPECIES PIC X(8).
       COPY ZTPENVCP.
       COPY ZTPSPCCP.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           IF PARM-LENGTH >= 2
              AND PARM-TEXT (1:2) IS NUMERIC
              AND PARM-TEXT (1:2) > '00'
              AND PARM-TEXT (1:2) <= '50'
              MOVE PARM-TEXT (1:2) TO WS-TOP-N
           END-IF
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
           STRING WS-RUN-DATE (1:4) '-' WS-RUN-DATE (5:2) '-'
               WS-RUN-DATE (7:2) DELIMITED BY SIZE INTO WS-JSON-DATE
           PERFORM LOAD-SHELTER-TABLE
           PERFORM ACCUMULATE-ACC-WORK
           PERFORM LOAD-YTD-MASTER
           OPEN OUTPUT WEB-STAT-FILE
           IF WEB-STAT-STATUS NOT = '00'
              DISPLAY 'ZTPWEBST WEBSTAT OPEN FAILED, STATUS: '
                  WEB-STAT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-WEB-ENVELOPE-HEADER
           PERFORM WRITE-SUMMARY-DOCUMENT
           PERFORM VARYING WS-WST-IDX FROM 1 BY 1
                   UNTIL WS-WST-IDX > WS-WST-COUNT
               IF WST-ACTIVE (WS-WST-IDX) = 'Y'
                  PERFORM WRITE-SHELTER-DOCUMENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WBT-IDX FROM 1 BY 1
                   UNTIL WS-WBT-IDX > WS-WBT-COUNT
               PERFORM WRITE-BREED-DOCUMENT
           END-PERFORM
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-N
               PERFORM WRITE-TOP-BREED-DOCUMENT
           END-PERFORM
           PERFORM WRITE-WEB-ENVELOPE-TRAILER
           CLOSE WEB-STAT-FILE
           DISPLAY 'ZTPWEBST ACCWORK RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPWEBST ROWS LEFT OUT FOR INACTIVE SHELTERS: '
               WS-INACTIVE-ROWS
           DISPLAY 'ZTPWEBST ROWS LEFT OUT FOR UNKNOWN SHELTERS: '
               WS-UNKNOWN-ROWS
           DISPLAY 'ZTPWEBST JSON DOCUMENTS WRITTEN: '
               WS-DOCS-WRITTEN
           IF WS-SOURCE-MISSING > 0
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
              MOVE 'ZTPWEBST' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPWEBST' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPWEBST' TO VER-PROGRAM-ID
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

       LOAD-SHELTER-TABLE.
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPWEBST SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS ' - NO SHELTER IS PUBLISHED'
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              PERFORM UNTIL SHELTER-CTL-STATUS NOT = '00'
                      OR WS-WST-COUNT = 50
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     ADD 1 TO WS-WST-COUNT
                     MOVE SHL-SHELTER-CODE TO WST-CODE (WS-WST-COUNT)
                     MOVE SHL-SHELTER-NAME TO WST-NAME (WS-WST-COUNT)
                     MOVE SHL-SHELTER-REGION TO
                         WST-REGION (WS-WST-COUNT)
                     IF SHL-SHELTER-ACTIVE = 'Y'
                        MOVE 'Y' TO WST-ACTIVE (WS-WST-COUNT)
                        ADD 1 TO WS-ACTIVE-SHELTERS
                     ELSE
                        MOVE 'N' TO WST-ACTIVE (WS-WST-COUNT)
                     END-IF
                     MOVE 0 TO WST-TODAY (WS-WST-COUNT)
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           END-IF.

       ACCUMULATE-ACC-WORK.
           OPEN INPUT ACC-WORK-FILE
           IF ACC-WORK-STATUS NOT = '00'
              DISPLAY 'ZTPWEBST ACCWORK NOT AVAILABLE, STATUS: '
                  ACC-WORK-STATUS ' - NO DAILY COUNTS PUBLISHED'
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              PERFORM UNTIL ACC-WORK-STATUS NOT = '00'
                  READ ACC-WORK-FILE
                  IF ACC-WORK-STATUS = '00'
                     ADD 1 TO WS-RECORDS-READ
                     PERFORM POST-ACC-WORK-RECORD
                  END-IF
              END-PERFORM
              CLOSE ACC-WORK-FILE
           END-IF.

       POST-ACC-WORK-RECORD.
           MOVE 0 TO WS-WST-MATCH
           PERFORM VARYING WS-WST-IDX FROM 1 BY 1
                   UNTIL WS-WST-IDX > WS-WST-COUNT
               IF WST-CODE (WS-WST-IDX) = ACW-SHELTER
                  MOVE WS-WST-IDX TO WS-WST-MATCH
                  MOVE WS-WST-COUNT TO WS-WST-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-WST-MATCH = 0
                   ADD 1 TO WS-UNKNOWN-ROWS
               WHEN WST-ACTIVE (WS-WST-MATCH) NOT = 'Y'
                   ADD 1 TO WS-INACTIVE-ROWS
               WHEN OTHER
                   ADD ACW-NET TO WST-TODAY (WS-WST-MATCH)
                   ADD ACW-NET TO WS-ORG-TODAY
                   MOVE ACW-SPECIES TO WS-CUR-SPECIES
                   MOVE ACW-BREED TO WS-CUR-BREED
                   PERFORM FIND-OR-ADD-BREED
                   IF WS-WBT-MATCH NOT = 0
                      ADD ACW-NET TO WBT-TODAY (WS-WBT-MATCH)
                   END-IF
           END-EVALUATE.

       FIND-OR-ADD-BREED.
           IF WS-CUR-SPECIES = SPACE
              MOVE SPECIES-DEFAULT-CODE TO WS-CUR-SPECIES
           END-IF
           MOVE 0 TO WS-WBT-MATCH
           PERFORM VARYING WS-WBT-IDX FROM 1 BY 1
                   UNTIL WS-WBT-IDX > WS-WBT-COUNT
               IF WBT-BREED (WS-WBT-IDX) = WS-CUR-BREED
                  AND WBT-SPECIES (WS-WBT-IDX) = WS-CUR-SPECIES
                  MOVE WS-WBT-IDX TO WS-WBT-MATCH
                  MOVE WS-WBT-COUNT TO WS-WBT-IDX
               END-IF
           END-PERFORM
           IF WS-WBT-MATCH = 0
              IF WS-WBT-COUNT < 200
                 ADD 1 TO WS-WBT-COUNT
                 MOVE WS-CUR-SPECIES TO WBT-SPECIES (WS-WBT-COUNT)
                 MOVE WS-CUR-BREED TO WBT-BREED (WS-WBT-COUNT)
                 MOVE 0 TO WBT-TODAY (WS-WBT-COUNT)
                 MOVE 0 TO WBT-YTD (WS-WBT-COUNT)
                 MOVE 'N' TO WBT-RANKED (WS-WBT-COUNT)
                 MOVE WS-WBT-COUNT TO WS-WBT-MATCH
              ELSE
                 DISPLAY 'ZTPWEBST BREED TABLE FULL, DISCARDED: '
                     WS-CUR-BREED
              END-IF
           END-IF.

       LOAD-YTD-MASTER.
           OPEN INPUT YTD-MAST-FILE
           IF YTD-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPWEBST YTDMAST NOT AVAILABLE, STATUS: '
                  YTD-MAST-STATUS ' - NO YEAR-TO-DATE FIGURES'
              ADD 1 TO WS-SOURCE-MISSING
           ELSE
              PERFORM UNTIL YTD-MAST-STATUS NOT = '00'
                  READ YTD-MAST-FILE
                  IF YTD-MAST-STATUS = '00'
                     IF YTD-BREED = WS-YTD-CONTROL-KEY
                        MOVE YTD-COUNT TO WS-YTD-YEAR
                     ELSE
                        IF YTD-PERIOD IS NUMERIC
                           AND YTD-COUNT IS NUMERIC
                           MOVE YTD-PERIOD TO WS-YTD-PERIOD
                           IF WS-YTD-PERIOD >= 1
                              AND WS-YTD-PERIOD <= WS-RUN-MONTH
                              MOVE YTD-SPECIES TO WS-CUR-SPECIES
                              MOVE YTD-BREED TO WS-CUR-BREED
                              PERFORM FIND-OR-ADD-BREED
                              IF WS-WBT-MATCH NOT = 0
                                 ADD YTD-COUNT TO
                                     WBT-YTD (WS-WBT-MATCH)
                              END-IF
                              ADD YTD-COUNT TO WS-ORG-YTD
                           END-IF
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE YTD-MAST-FILE
              IF WS-YTD-YEAR NOT = 0
                 AND WS-YTD-YEAR NOT = WS-RUN-YEAR
                 DISPLAY 'ZTPWEBST YTDMAST HOLDS YEAR ' WS-YTD-YEAR
                     ', NOT ' WS-RUN-YEAR ' - YEAR-TO-DATE SET TO 0'
                 MOVE 0 TO WS-ORG-YTD
                 PERFORM VARYING WS-WBT-IDX FROM 1 BY 1
                         UNTIL WS-WBT-IDX > WS-WBT-COUNT
                     MOVE 0 TO WBT-YTD (WS-WBT-IDX)
                 END-PERFORM
              END-IF
           END-IF.

       ESCAPE-JSON-TEXT.
           MOVE SPACES TO WS-JSON-OUT
           MOVE 0 TO WS-JSON-OUT-LEN
           MOVE 0 TO WS-JSON-IN-LEN
           PERFORM VARYING WS-JSON-IDX FROM 30 BY -1
                   UNTIL WS-JSON-IDX < 1 OR WS-JSON-IN-LEN > 0
               IF WS-JSON-IN (WS-JSON-IDX:1) NOT = SPACE
                  MOVE WS-JSON-IDX TO WS-JSON-IN-LEN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JSON-IDX FROM 1 BY 1
                   UNTIL WS-JSON-IDX > WS-JSON-IN-LEN
               IF WS-JSON-IN (WS-JSON-IDX:1) = '"'
                  OR WS-JSON-IN (WS-JSON-IDX:1) = '\'
                  ADD 1 TO WS-JSON-OUT-LEN
                  MOVE '\' TO WS-JSON-OUT (WS-JSON-OUT-LEN:1)
               END-IF
               ADD 1 TO WS-JSON-OUT-LEN
               MOVE WS-JSON-IN (WS-JSON-IDX:1) TO
                   WS-JSON-OUT (WS-JSON-OUT-LEN:1)
           END-PERFORM
           IF WS-JSON-OUT-LEN = 0
              MOVE 1 TO WS-JSON-OUT-LEN
           END-IF.

       SET-JSON-BREED.
           MOVE WBT-BREED (WS-WBT-IDX) TO WS-JSON-IN
           PERFORM ESCAPE-JSON-TEXT
           MOVE WS-JSON-OUT TO WS-JSON-BREED
           MOVE WS-JSON-OUT-LEN TO WS-JSON-BREED-LEN
           MOVE WBT-SPECIES (WS-WBT-IDX) TO WS-JSON-SPECIES
           PERFORM VARYING SPECIES-IDX FROM 1 BY 1
                   UNTIL SPECIES-IDX > SPECIES-CODE-COUNT
               IF SPECIES-CODE (SPECIES-IDX) = WBT-SPECIES (WS-WBT-IDX)
                  MOVE SPECIES-NAME (SPECIES-IDX) TO WS-JSON-SPECIES
                  MOVE SPECIES-CODE-COUNT TO SPECIES-IDX
               END-IF
           END-PERFORM.

       WRITE-SUMMARY-DOCUMENT.
           MOVE WS-ORG-TODAY TO WS-JSON-NUM-A
           MOVE WS-ORG-YTD TO WS-JSON-NUM-B
           MOVE WS-ACTIVE-SHELTERS TO WS-JSON-SHELTERS
           MOVE WS-TOP-N TO WS-JSON-TOP-N
           MOVE SPACES TO WEB-STAT-RECORD
           STRING '{"document":"summary","businessDate":"'
               WS-JSON-DATE
               '","year":' WS-RUN-YEAR
               ',"runMode":"' FUNCTION TRIM(WS-RUN-MODE)
               '","adoptionsToday":' FUNCTION TRIM(WS-JSON-NUM-A)
               ',"adoptionsYearToDate":' FUNCTION TRIM(WS-JSON-NUM-B)
               ',"activeShelters":' FUNCTION TRIM(WS-JSON-SHELTERS)
               ',"topBreedsRequested":' FUNCTION TRIM(WS-JSON-TOP-N)
               '}'
               DELIMITED BY SIZE INTO WEB-STAT-RECORD
           PERFORM WRITE-WEB-DOCUMENT.

       WRITE-SHELTER-DOCUMENT.
           MOVE WST-NAME (WS-WST-IDX) TO WS-JSON-IN
           PERFORM ESCAPE-JSON-TEXT
           MOVE WS-JSON-OUT TO WS-JSON-NAME
           MOVE WS-JSON-OUT-LEN TO WS-JSON-NAME-LEN
           MOVE WST-TODAY (WS-WST-IDX) TO WS-JSON-NUM-A
           MOVE SPACES TO WEB-STAT-RECORD
           STRING '{"document":"shelter","businessDate":"'
               WS-JSON-DATE
               '","shelter":"' FUNCTION TRIM(WST-CODE (WS-WST-IDX))
               '","name":"' WS-JSON-NAME (1:WS-JSON-NAME-LEN)
               '","region":"' FUNCTION TRIM(WST-REGION (WS-WST-IDX))
               '","adoptionsToday":' FUNCTION TRIM(WS-JSON-NUM-A)
               '}'
               DELIMITED BY SIZE INTO WEB-STAT-RECORD
           PERFORM WRITE-WEB-DOCUMENT.

       WRITE-BREED-DOCUMENT.
           PERFORM SET-JSON-BREED
           MOVE WBT-TODAY (WS-WBT-IDX) TO WS-JSON-NUM-A
           MOVE WBT-YTD (WS-WBT-IDX) TO WS-JSON-NUM-B
           MOVE SPACES TO WEB-STAT-RECORD
           STRING '{"document":"breed","businessDate":"'
               WS-JSON-DATE
               '","species":"' FUNCTION TRIM(WS-JSON-SPECIES)
               '","breed":"' WS-JSON-BREED (1:WS-JSON-BREED-LEN)
               '","adoptionsToday":' FUNCTION TRIM(WS-JSON-NUM-A)
               ',"adoptionsYearToDate":' FUNCTION TRIM(WS-JSON-NUM-B)
               '}'
               DELIMITED BY SIZE INTO WEB-STAT-RECORD
           PERFORM WRITE-WEB-DOCUMENT.

       WRITE-TOP-BREED-DOCUMENT.
           MOVE 0 TO WS-WBT-BEST
           PERFORM VARYING WS-WBT-IDX FROM 1 BY 1
                   UNTIL WS-WBT-IDX > WS-WBT-COUNT
               IF WBT-RANKED (WS-WBT-IDX) = 'N'
                  AND WBT-YTD (WS-WBT-IDX) > 0
                  IF WS-WBT-BEST = 0
                     MOVE WS-WBT-IDX TO WS-WBT-BEST
                  ELSE
                     IF WBT-YTD (WS-WBT-IDX) > WBT-YTD (WS-WBT-BEST)
                        OR (WBT-YTD (WS-WBT-IDX) =
                                WBT-YTD (WS-WBT-BEST)
                            AND WBT-BREED (WS-WBT-IDX) <
                                WBT-BREED (WS-WBT-BEST))
                        MOVE WS-WBT-IDX TO WS-WBT-BEST
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-WBT-BEST = 0
              MOVE WS-TOP-N TO WS-RANK
           ELSE
              MOVE 'Y' TO WBT-RANKED (WS-WBT-BEST)
              MOVE WS-WBT-BEST TO WS-WBT-IDX
              PERFORM SET-JSON-BREED
              MOVE WBT-YTD (WS-WBT-BEST) TO WS-JSON-NUM-B
              MOVE WS-RANK TO WS-JSON-RANK
              MOVE SPACES TO WEB-STAT-RECORD
              STRING '{"document":"topBreed","businessDate":"'
                  WS-JSON-DATE
                  '","rank":' FUNCTION TRIM(WS-JSON-RANK)
                  ',"species":"' FUNCTION TRIM(WS-JSON-SPECIES)
                  '","breed":"' WS-JSON-BREED (1:WS-JSON-BREED-LEN)
                  '","adoptionsYearToDate":'
                  FUNCTION TRIM(WS-JSON-NUM-B)
                  '}'
                  DELIMITED BY SIZE INTO WEB-STAT-RECORD
              PERFORM WRITE-WEB-DOCUMENT
           END-IF.

       WRITE-WEB-DOCUMENT.
           WRITE WEB-STAT-RECORD
           IF WEB-STAT-STATUS NOT = '00'
              DISPLAY 'ZTPWEBST WEBSTAT WRITE FAILED, STATUS: '
                  WEB-STAT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE WEB-STAT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           ADD 1 TO WS-DOCS-WRITTEN
           PERFORM VARYING WS-WEB-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-WEB-BYTE-IDX > WS-WEB-HASH-LEN
               COMPUTE WS-WEB-BYTE-POS =
                   WS-WEB-HASH-POS + WS-WEB-BYTE-IDX - 1
               COMPUTE WS-WEB-HASH-TOTAL = FUNCTION MOD(
                   WS-WEB-HASH-TOTAL +
                   FUNCTION ORD(WEB-STAT-RECORD (WS-WEB-BYTE-POS:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-WEB-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPWEBST' TO ENV-HDR-PROGRAM-ID
           MOVE WS-WEB-HASH-POS TO ENV-HDR-HASH-POS
           MOVE WS-WEB-HASH-LEN TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO WEB-STAT-RECORD
           MOVE ENVELOPE-HEADER-RECORD TO WEB-STAT-RECORD (1:40)
           WRITE WEB-STAT-RECORD.

       WRITE-WEB-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-DOCS-WRITTEN TO ENV-TRL-RECORD-COUNT
           MOVE WS-WEB-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO WEB-STAT-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO WEB-STAT-RECORD (1:40)
           WRITE WEB-STAT-RECORD.
       END PROGRAM ZTPWEBST.
