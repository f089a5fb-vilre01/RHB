       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPPCLOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CTL-FILE ASSIGN PERCTL
           FILE STATUS IS PERIOD-CTL-STATUS.
           SELECT PERIOD-SNAP-FILE ASSIGN PERSNAP
           FILE STATUS IS PERIOD-SNAP-STATUS.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT REV-ARCHP-FILE ASSIGN REVARCHP
           FILE STATUS IS REV-ARCHP-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CTL-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  PERIOD-CTL-RECORD.
           05  PCL-YEAR PIC 9(4).
           05  PCL-PERIOD PIC 9(2).
           05  PCL-CLOSE-DATE PIC X(8).
           05  PCL-SNAP-ROWS PIC 9(5).
           05  PCL-SNAP-COUNT PIC 9(7).
           05  PCL-SNAP-FEE PIC 9(9)V99.
           05  FILLER PIC X(3).
       FD  PERIOD-SNAP-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PERIOD-SNAP-RECORD.
           05  PSN-YEAR PIC 9(4).
           05  PSN-PERIOD PIC 9(2).
           05  PSN-BREED PIC X(30).
           05  PSN-SHELTER PIC X(4).
           05  PSN-SPECIES PIC X(1).
           05  PSN-NET-COUNT PIC 9(7).
           05  PSN-FEE-NET PIC 9(9)V99.
           05  PSN-CLOSE-DATE PIC X(8).
           05  FILLER PIC X(13).
       FD  REV-MAST-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-MAST-RECORD.
           05  RVM-BREED PIC X(30).
           05  RVM-SHELTER PIC X(4).
           05  RVM-PERIOD PIC X(2).
           05  RVM-FEE-NET PIC 9(9)V99.
           05  RVM-FEE-ADOPT PIC 9(9)V99.
           05  RVM-FEE-CHIP PIC 9(9)V99.
           05  RVM-FEE-DONATION PIC 9(9)V99.
           05  RVM-SPECIES PIC X(1).
           05  RVM-NET-COUNT PIC 9(7).
       FD  REV-ARCHP-FILE RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.
       01  REV-ARCHP-RECORD PIC X(88).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  PERIOD-CTL-STATUS PIC X(2).
       01  PERIOD-SNAP-STATUS PIC X(2).
       01  REV-MAST-STATUS PIC X(2).
       01  REV-ARCHP-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-REV-CONTROL-KEY PIC X(30) VALUE '*REVCONTROL*'.
       01  WS-REV-YEAR PIC 9(5) VALUE 0.
       01  WS-RUN-YEAR PIC 9(4).
       01  WS-RUN-MONTH PIC 9(2).
       01  WS-CLOSE-YEAR PIC 9(4).
       01  WS-CLOSE-PERIOD PIC 9(2).
       01  WS-CLOSE-YYYYMM PIC 9(6).
       01  WS-RUN-YYYYMM PIC 9(6).
       01  WS-ALREADY-CLOSED PIC X(1) VALUE 'N'.
       01  WS-CLOSED-ON PIC X(8).
       01  WS-PERIODS-ON-FILE PIC 9(5) VALUE 0.
       01  WS-SOURCE-FOUND PIC X(1) VALUE 'N'.
       01  WS-SOURCE-DD PIC X(8) VALUE SPACES.
       01  SNAPSHOT-TABLE.
           05  SNP-ENTRY OCCURS 300 TIMES.
               10  SNP-BREED PIC X(30).
               10  SNP-SHELTER PIC X(4).
               10  SNP-SPECIES PIC X(1).
               10  SNP-NET-COUNT PIC 9(7).
               10  SNP-FEE-NET PIC 9(9)V99.
       01  WS-SNP-COUNT PIC 9(3) VALUE 0.
       01  WS-SNP-IDX PIC 9(3).
       01  WS-SNP-DROPPED PIC 9(5) VALUE 0.
       01  WS-SNAP-TOTAL-COUNT PIC 9(7) VALUE 0.
       01  WS-SNAP-TOTAL-FEE PIC 9(9)V99 VALUE 0.
       01  WS-SNAP-FEE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM SET-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD < 1 OR WS-CLOSE-PERIOD > 12
              OR WS-CLOSE-YYYYMM NOT < WS-RUN-YYYYMM
              DISPLAY 'ZTPPCLOS PERIOD ' WS-CLOSE-YEAR '/'
                  WS-CLOSE-PERIOD ' CANNOT BE CLOSED - IT MUST BE '
                  'A PAST PERIOD BEFORE ' WS-RUN-YEAR '/'
                  WS-RUN-MONTH
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM CHECK-PERIOD-CONTROL
           IF WS-ALREADY-CLOSED = 'Y'
              DISPLAY 'ZTPPCLOS PERIOD ' WS-CLOSE-YEAR '/'
                  WS-CLOSE-PERIOD ' WAS ALREADY CLOSED ON '
                  WS-CLOSED-ON ' - NOTHING CHANGED'
              MOVE 4 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM LOAD-REVENUE-MASTER
           IF WS-SOURCE-FOUND = 'N'
              PERFORM LOAD-REVENUE-ARCHIVE
           END-IF
           IF WS-SOURCE-FOUND = 'N'
              DISPLAY 'ZTPPCLOS NO REVENUE FIGURES HELD FOR YEAR '
                  WS-CLOSE-YEAR ' IN REVMAST OR REVARCHP - PERIOD '
                  'NOT CLOSED'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-SNP-DROPPED > 0
              DISPLAY 'ZTPPCLOS SNAPSHOT TABLE FULL, ' WS-SNP-DROPPED
                  ' ROWS NOT CAPTURED - PERIOD NOT CLOSED'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPPCLOS TEST MODE - PERIOD NOT CLOSED, '
                  'SNAPSHOT NOT WRITTEN'
           ELSE
              PERFORM WRITE-PERIOD-SNAPSHOT
              PERFORM WRITE-PERIOD-CONTROL
           END-IF
           MOVE WS-SNAP-TOTAL-FEE TO WS-SNAP-FEE-EDIT
           DISPLAY 'ZTPPCLOS PERIOD ' WS-CLOSE-YEAR '/'
               WS-CLOSE-PERIOD ' CLOSED ' WS-RUN-DATE
               ' FROM ' WS-SOURCE-DD
           DISPLAY 'ZTPPCLOS SNAPSHOT ROWS: ' WS-SNP-COUNT
               ' ADOPTIONS: ' WS-SNAP-TOTAL-COUNT
               ' NET REVENUE: ' WS-SNAP-FEE-EDIT
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
              MOVE 'ZTPPCLOS' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPPCLOS' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPPCLOS' TO VER-PROGRAM-ID
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

       SET-CLOSE-PERIOD.
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
           COMPUTE WS-RUN-YYYYMM = WS-RUN-YEAR * 100 + WS-RUN-MONTH
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (1:6) IS NUMERIC
              MOVE PARM-TEXT (1:4) TO WS-CLOSE-YEAR
              MOVE PARM-TEXT (5:2) TO WS-CLOSE-PERIOD
           ELSE
              IF WS-RUN-MONTH = 1
                 SUBTRACT 1 FROM WS-RUN-YEAR GIVING WS-CLOSE-YEAR
                 MOVE 12 TO WS-CLOSE-PERIOD
              ELSE
                 MOVE WS-RUN-YEAR TO WS-CLOSE-YEAR
                 SUBTRACT 1 FROM WS-RUN-MONTH GIVING WS-CLOSE-PERIOD
              END-IF
           END-IF
           COMPUTE WS-CLOSE-YYYYMM =
               WS-CLOSE-YEAR * 100 + WS-CLOSE-PERIOD.

       CHECK-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CTL-FILE
           IF PERIOD-CTL-STATUS = '00'
              PERFORM UNTIL PERIOD-CTL-STATUS NOT = '00'
                  READ PERIOD-CTL-FILE
                  IF PERIOD-CTL-STATUS = '00'
                     ADD 1 TO WS-PERIODS-ON-FILE
                     IF PCL-YEAR = WS-CLOSE-YEAR
                        AND PCL-PERIOD = WS-CLOSE-PERIOD
                        MOVE 'Y' TO WS-ALREADY-CLOSED
                        MOVE PCL-CLOSE-DATE TO WS-CLOSED-ON
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PERIOD-CTL-FILE
           END-IF.

       LOAD-REVENUE-MASTER.
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPPCLOS REVMAST OPEN FAILED, STATUS: '
                  REV-MAST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 0 TO WS-REV-YEAR
           PERFORM UNTIL REV-MAST-STATUS NOT = '00'
               READ REV-MAST-FILE
               IF REV-MAST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM TAKE-REVENUE-ROW
               END-IF
           END-PERFORM
           CLOSE REV-MAST-FILE
           IF WS-REV-YEAR = WS-CLOSE-YEAR
              MOVE 'Y' TO WS-SOURCE-FOUND
              MOVE 'REVMAST ' TO WS-SOURCE-DD
           ELSE
              MOVE 0 TO WS-SNP-COUNT
              MOVE 0 TO WS-SNP-DROPPED
              MOVE 0 TO WS-SNAP-TOTAL-COUNT
              MOVE 0 TO WS-SNAP-TOTAL-FEE
           END-IF.

       LOAD-REVENUE-ARCHIVE.
           OPEN INPUT REV-ARCHP-FILE
           IF REV-ARCHP-STATUS = '00'
              MOVE 0 TO WS-REV-YEAR
              PERFORM UNTIL REV-ARCHP-STATUS NOT = '00'
                  READ REV-ARCHP-FILE
                  IF REV-ARCHP-STATUS = '00'
                     ADD 1 TO WS-RECORDS-READ
                     MOVE REV-ARCHP-RECORD TO REV-MAST-RECORD
                     PERFORM TAKE-REVENUE-ROW
                  END-IF
              END-PERFORM
              CLOSE REV-ARCHP-FILE
              IF WS-REV-YEAR = WS-CLOSE-YEAR
                 MOVE 'Y' TO WS-SOURCE-FOUND
                 MOVE 'REVARCHP' TO WS-SOURCE-DD
              END-IF
           END-IF.

       TAKE-REVENUE-ROW.
           IF RVM-BREED = WS-REV-CONTROL-KEY
              MOVE RVM-FEE-NET TO WS-REV-YEAR
           ELSE
              IF RVM-PERIOD IS NUMERIC
                 AND RVM-PERIOD = WS-CLOSE-PERIOD
                 IF WS-SNP-COUNT < 300
                    ADD 1 TO WS-SNP-COUNT
                    MOVE RVM-BREED TO SNP-BREED (WS-SNP-COUNT)
                    MOVE RVM-SHELTER TO SNP-SHELTER (WS-SNP-COUNT)
                    MOVE RVM-SPECIES TO SNP-SPECIES (WS-SNP-COUNT)
                    IF RVM-NET-COUNT IS NUMERIC
                       MOVE RVM-NET-COUNT TO
                           SNP-NET-COUNT (WS-SNP-COUNT)
                    ELSE
                       MOVE 0 TO SNP-NET-COUNT (WS-SNP-COUNT)
                    END-IF
                    MOVE RVM-FEE-NET TO SNP-FEE-NET (WS-SNP-COUNT)
                    ADD SNP-NET-COUNT (WS-SNP-COUNT) TO
                        WS-SNAP-TOTAL-COUNT
                    ADD SNP-FEE-NET (WS-SNP-COUNT) TO
                        WS-SNAP-TOTAL-FEE
                 ELSE
                    ADD 1 TO WS-SNP-DROPPED
                 END-IF
              END-IF
           END-IF.

       WRITE-PERIOD-SNAPSHOT.
           OPEN EXTEND PERIOD-SNAP-FILE
           IF PERIOD-SNAP-STATUS NOT = '00'
              OPEN OUTPUT PERIOD-SNAP-FILE
           END-IF
           IF PERIOD-SNAP-STATUS NOT = '00'
              DISPLAY 'ZTPPCLOS PERSNAP OPEN FAILED, STATUS: '
                  PERIOD-SNAP-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
                   UNTIL WS-SNP-IDX > WS-SNP-COUNT
               MOVE SPACES TO PERIOD-SNAP-RECORD
               MOVE WS-CLOSE-YEAR TO PSN-YEAR
               MOVE WS-CLOSE-PERIOD TO PSN-PERIOD
               MOVE SNP-BREED (WS-SNP-IDX) TO PSN-BREED
               MOVE SNP-SHELTER (WS-SNP-IDX) TO PSN-SHELTER
               MOVE SNP-SPECIES (WS-SNP-IDX) TO PSN-SPECIES
               MOVE SNP-NET-COUNT (WS-SNP-IDX) TO PSN-NET-COUNT
               MOVE SNP-FEE-NET (WS-SNP-IDX) TO PSN-FEE-NET
               MOVE WS-RUN-DATE TO PSN-CLOSE-DATE
               WRITE PERIOD-SNAP-RECORD
           END-PERFORM
           CLOSE PERIOD-SNAP-FILE.

       WRITE-PERIOD-CONTROL.
           OPEN EXTEND PERIOD-CTL-FILE
           IF PERIOD-CTL-STATUS NOT = '00'
              OPEN OUTPUT PERIOD-CTL-FILE
           END-IF
           IF PERIOD-CTL-STATUS NOT = '00'
              DISPLAY 'ZTPPCLOS PERCTL OPEN FAILED, STATUS: '
                  PERIOD-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-CTL-RECORD
           MOVE WS-CLOSE-YEAR TO PCL-YEAR
           MOVE WS-CLOSE-PERIOD TO PCL-PERIOD
           MOVE WS-RUN-DATE TO PCL-CLOSE-DATE
           MOVE WS-SNP-COUNT TO PCL-SNAP-ROWS
           MOVE WS-SNAP-TOTAL-COUNT TO PCL-SNAP-COUNT
           MOVE WS-SNAP-TOTAL-FEE TO PCL-SNAP-FEE
           WRITE PERIOD-CTL-RECORD
           CLOSE PERIOD-CTL-FILE.
