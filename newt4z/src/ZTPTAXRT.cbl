       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTAXRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE ASSIGN TAXLDG
           FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT TAX-CTL-FILE ASSIGN TAXCTL
           FILE STATUS IS TAX-CTL-STATUS.
           SELECT TAX-RPT-FILE ASSIGN TAXRPT
           FILE STATUS IS TAX-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPTXLCP.
       FD  TAX-CTL-FILE RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-CTL-RECORD.
           05  TAX-JURISDICTION PIC X(6).
           05  TAX-COMPONENT PIC X(1).
           05  TAX-RATE PIC 9(2)V9(3).
           05  TAX-EFF-DATE PIC X(8).
           05  TAX-EXP-DATE PIC X(8).
           05  TAX-JURIS-NAME PIC X(20).
           05  FILLER PIC X(2).
       FD  TAX-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  TAX-LEDGER-STATUS PIC X(2).
       01  TAX-CTL-STATUS PIC X(2).
       01  TAX-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-ROWS-SELECTED PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-RUN-MONTH PIC 9(2).
       01  WS-RETURN-YEAR PIC 9(4).
       01  WS-RETURN-PERIOD PIC 9(2).
       01  COMPONENT-DEF-TABLE.
           05  FILLER PIC X(10) VALUE 'AADOPTION '.
           05  FILLER PIC X(10) VALUE 'MMICROCHIP'.
           05  FILLER PIC X(10) VALUE 'DDONATION '.
       01  COMPONENT-DEF-TBL REDEFINES COMPONENT-DEF-TABLE.
           05  CMP-ENTRY OCCURS 3 TIMES.
               10  CMP-CODE PIC X(1).
               10  CMP-LABEL PIC X(9).
       01  WS-CMP-IDX PIC 9(1).
       01  WS-CMP-MATCH PIC 9(1).
       01  JURISDICTION-TABLE.
           05  JUR-ENTRY OCCURS 100 TIMES.
               10  JUR-CODE PIC X(6).
               10  JUR-NAME PIC X(20).
               10  JUR-COMPONENT OCCURS 3 TIMES.
                   15  JUR-TAXABLE-BASE PIC S9(11)V99.
                   15  JUR-EXEMPT-BASE PIC S9(11)V99.
                   15  JUR-TAX-CHARGED PIC 9(9)V99.
                   15  JUR-TAX-CREDITED PIC 9(9)V99.
       01  WS-JUR-COUNT PIC 9(3) VALUE 0.
       01  WS-JUR-IDX PIC 9(3).
       01  WS-JUR-MATCH PIC 9(3).
       01  WS-JUR-SHIFT PIC 9(3).
       01  WS-TAX-DUE PIC S9(9)V99.
       01  WS-JUR-TAXABLE PIC S9(11)V99.
       01  WS-JUR-EXEMPT PIC S9(11)V99.
       01  WS-JUR-CHARGED PIC 9(9)V99.
       01  WS-JUR-CREDITED PIC 9(9)V99.
       01  WS-JUR-TAX-DUE PIC S9(9)V99.
       01  WS-TOTAL-TAXABLE PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-EXEMPT PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CHARGED PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CREDITED PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TAX-DUE PIC S9(9)V99 VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(16) VALUE 'SALES TAX RETURN'.
           05  FILLER PIC X(6) VALUE ' YEAR '.
           05  RPT-HDR-YEAR PIC 9(4).
           05  FILLER PIC X(8) VALUE ' PERIOD '.
           05  RPT-HDR-PERIOD PIC 9(2).
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'JURIS  NAME             COMPONENT  TAXAB'.
           05  FILLER PIC X(40)
               VALUE 'LE BASE   EXEMPT BASE       TAX DUE     '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-JURIS PIC X(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NAME PIC X(16).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-COMPONENT PIC X(9).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-TAXABLE PIC --,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-EXEMPT PIC --,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-TAX-DUE PIC --,---,--9.99.
           05  FILLER PIC X(5) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER PIC X(7) VALUE SPACES.
           05  RPT-TOT-LABEL PIC X(27).
           05  RPT-TOT-TAXABLE PIC --,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-EXEMPT PIC --,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-TAX-DUE PIC --,---,--9.99.
           05  FILLER PIC X(5) VALUE SPACES.
       01  WS-RPT-TAX-LINE.
           05  FILLER PIC X(7) VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'TAX CHARGED '.
           05  RPT-TAX-CHARGED PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(21) VALUE ' CREDITED ON RETURNS '.
           05  RPT-TAX-CREDITED PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(14) VALUE SPACES.
       01  WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
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
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
           MOVE WS-RUN-YEAR TO WS-RETURN-YEAR
           MOVE WS-RUN-MONTH TO WS-RETURN-PERIOD
           EVALUATE TRUE
               WHEN PARM-LENGTH >= 6
                    AND PARM-TEXT (1:6) IS NUMERIC
                    AND PARM-TEXT (5:2) >= '01'
                    AND PARM-TEXT (5:2) <= '12'
                   MOVE PARM-TEXT (1:4) TO WS-RETURN-YEAR
                   MOVE PARM-TEXT (5:2) TO WS-RETURN-PERIOD
               WHEN PARM-LENGTH >= 2
                    AND PARM-TEXT (1:2) IS NUMERIC
                    AND PARM-TEXT (1:2) >= '01'
                    AND PARM-TEXT (1:2) <= '12'
                   MOVE PARM-TEXT (1:2) TO WS-RETURN-PERIOD
                   IF WS-RETURN-PERIOD > WS-RUN-MONTH
                      SUBTRACT 1 FROM WS-RUN-YEAR
                          GIVING WS-RETURN-YEAR
                   END-IF
           END-EVALUATE
           PERFORM LOAD-TAX-LEDGER
           PERFORM LOAD-JURISDICTION-NAMES
           OPEN OUTPUT TAX-RPT-FILE
           IF TAX-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPTAXRT TAXRPT OPEN FAILED, STATUS: '
                  TAX-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RETURN-YEAR TO RPT-HDR-YEAR
           MOVE WS-RETURN-PERIOD TO RPT-HDR-PERIOD
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE TAX-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE TAX-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE TAX-RPT-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > WS-JUR-COUNT
               PERFORM WRITE-ONE-JURISDICTION
           END-PERFORM
           PERFORM WRITE-RETURN-TOTALS
           CLOSE TAX-RPT-FILE
           DISPLAY 'ZTPTAXRT RETURN YEAR ' WS-RETURN-YEAR
               ' PERIOD ' WS-RETURN-PERIOD
           DISPLAY 'ZTPTAXRT TAXLDG RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPTAXRT LEDGER ROWS FOR THE PERIOD: '
               WS-ROWS-SELECTED
           DISPLAY 'ZTPTAXRT JURISDICTIONS REPORTED: ' WS-JUR-COUNT
           DISPLAY 'ZTPTAXRT TOTAL TAX DUE: ' WS-TOTAL-TAX-DUE
           IF WS-ROWS-SELECTED = 0
              DISPLAY 'ZTPTAXRT NO LEDGER ACTIVITY FOR THE PERIOD'
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
              MOVE 'ZTPTAXRT' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPTAXRT' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPTAXRT' TO VER-PROGRAM-ID
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

       LOAD-TAX-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS NOT = '00'
              DISPLAY 'ZTPTAXRT TAXLDG OPEN FAILED, STATUS: '
                  TAX-LEDGER-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL TAX-LEDGER-STATUS NOT = '00'
               READ TAX-LEDGER-FILE
               IF TAX-LEDGER-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF TXL-YEAR = WS-RETURN-YEAR
                     AND TXL-PERIOD = WS-RETURN-PERIOD
                     PERFORM ADD-LEDGER-ROW
                  END-IF
               END-IF
           END-PERFORM
           CLOSE TAX-LEDGER-FILE.

       ADD-LEDGER-ROW.
           MOVE 0 TO WS-CMP-MATCH
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > 3
               IF CMP-CODE (WS-CMP-IDX) = TXL-COMPONENT
                  MOVE WS-CMP-IDX TO WS-CMP-MATCH
               END-IF
           END-PERFORM
           IF WS-CMP-MATCH = 0
              OR TXL-TAXABLE-BASE NOT NUMERIC
              OR TXL-EXEMPT-BASE NOT NUMERIC
              OR TXL-TAX-CHARGED NOT NUMERIC
              OR TXL-TAXABLE-RETURNS NOT NUMERIC
              OR TXL-EXEMPT-RETURNS NOT NUMERIC
              OR TXL-TAX-CREDITED NOT NUMERIC
              DISPLAY 'ZTPTAXRT INVALID TAXLDG RECORD IGNORED: '
                  TAX-LEDGER-RECORD
           ELSE
              ADD 1 TO WS-ROWS-SELECTED
              PERFORM FIND-JURISDICTION-ENTRY
              ADD TXL-TAXABLE-BASE TO
                  JUR-TAXABLE-BASE (WS-JUR-MATCH, WS-CMP-MATCH)
              SUBTRACT TXL-TAXABLE-RETURNS FROM
                  JUR-TAXABLE-BASE (WS-JUR-MATCH, WS-CMP-MATCH)
              ADD TXL-EXEMPT-BASE TO
                  JUR-EXEMPT-BASE (WS-JUR-MATCH, WS-CMP-MATCH)
              SUBTRACT TXL-EXEMPT-RETURNS FROM
                  JUR-EXEMPT-BASE (WS-JUR-MATCH, WS-CMP-MATCH)
              ADD TXL-TAX-CHARGED TO
                  JUR-TAX-CHARGED (WS-JUR-MATCH, WS-CMP-MATCH)
              ADD TXL-TAX-CREDITED TO
                  JUR-TAX-CREDITED (WS-JUR-MATCH, WS-CMP-MATCH)
           END-IF.

       FIND-JURISDICTION-ENTRY.
           MOVE 0 TO WS-JUR-MATCH
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > WS-JUR-COUNT
                      OR WS-JUR-MATCH > 0
               IF JUR-CODE (WS-JUR-IDX) = TXL-JURISDICTION
                  MOVE WS-JUR-IDX TO WS-JUR-MATCH
               END-IF
           END-PERFORM
           IF WS-JUR-MATCH = 0
              IF WS-JUR-COUNT < 100
                 MOVE 1 TO WS-JUR-MATCH
                 PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                         UNTIL WS-JUR-IDX > WS-JUR-COUNT
                     IF JUR-CODE (WS-JUR-IDX) < TXL-JURISDICTION
                        ADD 1 TO WS-JUR-MATCH
                     END-IF
                 END-PERFORM
                 PERFORM VARYING WS-JUR-SHIFT FROM WS-JUR-COUNT
                         BY -1 UNTIL WS-JUR-SHIFT < WS-JUR-MATCH
                     MOVE JUR-ENTRY (WS-JUR-SHIFT) TO
                         JUR-ENTRY (WS-JUR-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-JUR-COUNT
                 MOVE TXL-JURISDICTION TO JUR-CODE (WS-JUR-MATCH)
                 MOVE SPACES TO JUR-NAME (WS-JUR-MATCH)
                 PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                         UNTIL WS-CMP-IDX > 3
                     MOVE 0 TO
                         JUR-TAXABLE-BASE (WS-JUR-MATCH, WS-CMP-IDX)
                     MOVE 0 TO
                         JUR-EXEMPT-BASE (WS-JUR-MATCH, WS-CMP-IDX)
                     MOVE 0 TO
                         JUR-TAX-CHARGED (WS-JUR-MATCH, WS-CMP-IDX)
                     MOVE 0 TO
                         JUR-TAX-CREDITED (WS-JUR-MATCH, WS-CMP-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'ZTPTAXRT JURISDICTION TABLE FULL, '
                     'JURISDICTION: ' TXL-JURISDICTION
                 MOVE 16 TO RETURN-CODE
                 CLOSE TAX-LEDGER-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF.

       LOAD-JURISDICTION-NAMES.
           OPEN INPUT TAX-CTL-FILE
           IF TAX-CTL-STATUS = '00'
              PERFORM UNTIL TAX-CTL-STATUS NOT = '00'
                  READ TAX-CTL-FILE
                  IF TAX-CTL-STATUS = '00'
                     AND TAX-JURIS-NAME NOT = SPACES
                     PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                             UNTIL WS-JUR-IDX > WS-JUR-COUNT
                         IF JUR-CODE (WS-JUR-IDX) = TAX-JURISDICTION
                            AND JUR-NAME (WS-JUR-IDX) = SPACES
                            MOVE TAX-JURIS-NAME TO
                                JUR-NAME (WS-JUR-IDX)
                         END-IF
                     END-PERFORM
                  END-IF
              END-PERFORM
              CLOSE TAX-CTL-FILE
           ELSE
              DISPLAY 'ZTPTAXRT TAXCTL NOT AVAILABLE, STATUS: '
                  TAX-CTL-STATUS ' - JURISDICTION NAMES OMITTED'
           END-IF.

       WRITE-ONE-JURISDICTION.
           MOVE 0 TO WS-JUR-TAXABLE
           MOVE 0 TO WS-JUR-EXEMPT
           MOVE 0 TO WS-JUR-CHARGED
           MOVE 0 TO WS-JUR-CREDITED
           MOVE 0 TO WS-JUR-TAX-DUE
           IF JUR-CODE (WS-JUR-IDX) = SPACES
              MOVE '(NONE)' TO RPT-DET-JURIS
              MOVE 'NO JURISDICTION' TO RPT-DET-NAME
           ELSE
              MOVE JUR-CODE (WS-JUR-IDX) TO RPT-DET-JURIS
              MOVE JUR-NAME (WS-JUR-IDX) TO RPT-DET-NAME
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > 3
               IF JUR-TAXABLE-BASE (WS-JUR-IDX, WS-CMP-IDX) NOT = 0
                  OR JUR-EXEMPT-BASE (WS-JUR-IDX, WS-CMP-IDX) NOT = 0
                  OR JUR-TAX-CHARGED (WS-JUR-IDX, WS-CMP-IDX) NOT = 0
                  OR JUR-TAX-CREDITED (WS-JUR-IDX, WS-CMP-IDX)
                     NOT = 0
                  COMPUTE WS-TAX-DUE =
                      JUR-TAX-CHARGED (WS-JUR-IDX, WS-CMP-IDX)
                      - JUR-TAX-CREDITED (WS-JUR-IDX, WS-CMP-IDX)
                  MOVE CMP-LABEL (WS-CMP-IDX) TO RPT-DET-COMPONENT
                  MOVE JUR-TAXABLE-BASE (WS-JUR-IDX, WS-CMP-IDX)
                      TO RPT-DET-TAXABLE
                  MOVE JUR-EXEMPT-BASE (WS-JUR-IDX, WS-CMP-IDX)
                      TO RPT-DET-EXEMPT
                  MOVE WS-TAX-DUE TO RPT-DET-TAX-DUE
                  WRITE TAX-RPT-RECORD FROM WS-RPT-DETAIL
                  MOVE SPACES TO RPT-DET-JURIS
                  MOVE SPACES TO RPT-DET-NAME
                  ADD JUR-TAXABLE-BASE (WS-JUR-IDX, WS-CMP-IDX)
                      TO WS-JUR-TAXABLE
                  ADD JUR-EXEMPT-BASE (WS-JUR-IDX, WS-CMP-IDX)
                      TO WS-JUR-EXEMPT
                  ADD JUR-TAX-CHARGED (WS-JUR-IDX, WS-CMP-IDX)
                      TO WS-JUR-CHARGED
                  ADD JUR-TAX-CREDITED (WS-JUR-IDX, WS-CMP-IDX)
                      TO WS-JUR-CREDITED
                  ADD WS-TAX-DUE TO WS-JUR-TAX-DUE
               END-IF
           END-PERFORM
           MOVE 'JURISDICTION TOTAL' TO RPT-TOT-LABEL
           MOVE WS-JUR-TAXABLE TO RPT-TOT-TAXABLE
           MOVE WS-JUR-EXEMPT TO RPT-TOT-EXEMPT
           MOVE WS-JUR-TAX-DUE TO RPT-TOT-TAX-DUE
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE WS-JUR-CHARGED TO RPT-TAX-CHARGED
           MOVE WS-JUR-CREDITED TO RPT-TAX-CREDITED
           WRITE TAX-RPT-RECORD FROM WS-RPT-TAX-LINE
           WRITE TAX-RPT-RECORD FROM WS-RPT-BLANK-LINE
           ADD WS-JUR-TAXABLE TO WS-TOTAL-TAXABLE
           ADD WS-JUR-EXEMPT TO WS-TOTAL-EXEMPT
           ADD WS-JUR-CHARGED TO WS-TOTAL-CHARGED
           ADD WS-JUR-CREDITED TO WS-TOTAL-CREDITED
           ADD WS-JUR-TAX-DUE TO WS-TOTAL-TAX-DUE.

       WRITE-RETURN-TOTALS.
           MOVE 'RETURN TOTAL' TO RPT-TOT-LABEL
           MOVE WS-TOTAL-TAXABLE TO RPT-TOT-TAXABLE
           MOVE WS-TOTAL-EXEMPT TO RPT-TOT-EXEMPT
           MOVE WS-TOTAL-TAX-DUE TO RPT-TOT-TAX-DUE
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE WS-TOTAL-CHARGED TO RPT-TAX-CHARGED
           MOVE WS-TOTAL-CREDITED TO RPT-TAX-CREDITED
           WRITE TAX-RPT-RECORD FROM WS-RPT-TAX-LINE
           WRITE TAX-RPT-RECORD FROM WS-RPT-BLANK-LINE
           MOVE 'JURISDICTIONS REPORTED' TO RPT-CNT-LABEL
           MOVE WS-JUR-COUNT TO RPT-CNT-VALUE
           WRITE TAX-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'LEDGER ROWS FOR THE PERIOD' TO RPT-CNT-LABEL
           MOVE WS-ROWS-SELECTED TO RPT-CNT-VALUE
           WRITE TAX-RPT-RECORD FROM WS-RPT-COUNT-LINE.
