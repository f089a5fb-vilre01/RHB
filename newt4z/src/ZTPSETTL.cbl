       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSETTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-MAST-FILE ASSIGN REVMAST
           FILE STATUS IS REV-MAST-STATUS.
           SELECT SHARE-AGMT-FILE ASSIGN SHRAGMT
           FILE STATUS IS SHARE-AGMT-STATUS.
           SELECT SHELTER-CTL-FILE ASSIGN SHLCTL
           FILE STATUS IS SHELTER-CTL-STATUS.
           SELECT SETTLE-HIST-FILE ASSIGN SETLHIST
           FILE STATUS IS SETTLE-HIST-STATUS.
           SELECT SETTLE-REG-FILE ASSIGN SETLREG
           FILE STATUS IS SETTLE-REG-STATUS.
           SELECT SETTLE-PAY-FILE ASSIGN SETLPAY
           FILE STATUS IS SETTLE-PAY-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  SHARE-AGMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  SHARE-AGMT-RECORD.
           05  CTL-SHELTER-CODE PIC X(4).
           05  SAG-ADOPT-PCT PIC 9(3)V99.
           05  SAG-CHIP-PCT PIC 9(3)V99.
           05  SAG-DONATION-PCT PIC 9(3)V99.
           05  SAG-VENDOR-ID PIC X(10).
           05  SAG-ACTIVE PIC X(1).
           05  FILLER PIC X(10).
       FD  SHELTER-CTL-FILE RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.
       01  SHELTER-CTL-RECORD.
           05  SHL-SHELTER-CODE PIC X(4).
           05  SHL-SHELTER-NAME PIC X(30).
           05  SHL-SHELTER-REGION PIC X(8).
           05  SHL-SHELTER-ACTIVE PIC X(1).
           05  SHL-SHELTER-JURISDICTION PIC X(6).
       FD  SETTLE-HIST-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  SETTLE-HIST-RECORD.
           05  SLH-SHELTER PIC X(4).
           05  SLH-YEAR PIC 9(4).
           05  SLH-PERIOD PIC 9(2).
           05  SLH-SHARE-SETTLED PIC 9(9)V99.
           05  SLH-RUN-DATE PIC X(8).
           05  FILLER PIC X(11).
       FD  SETTLE-REG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SETTLE-REG-RECORD PIC X(80).
       FD  SETTLE-PAY-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  SETTLE-PAY-RECORD.
           05  SPY-VENDOR-ID PIC X(10).
           05  SPY-SHELTER PIC X(4).
           05  SPY-SHELTER-NAME PIC X(30).
           05  SPY-YEAR PIC 9(4).
           05  SPY-PERIOD PIC 9(2).
           05  SPY-GROSS PIC 9(9)V99.
           05  SPY-SHARE PIC 9(9)V99.
           05  SPY-ADJUSTMENT PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05  SPY-NET-PAYABLE PIC 9(9)V99.
           05  SPY-RUN-DATE PIC X(8).
           05  FILLER PIC X(17).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  REV-MAST-STATUS PIC X(2).
       01  SHARE-AGMT-STATUS PIC X(2).
       01  SHELTER-CTL-STATUS PIC X(2).
       01  SETTLE-HIST-STATUS PIC X(2).
       01  SETTLE-REG-STATUS PIC X(2).
       01  SETTLE-PAY-STATUS PIC X(2).
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
       01  WS-SETTLE-YEAR PIC 9(4).
       01  WS-SETTLE-PERIOD PIC 9(2).
       01  WS-SHELTERS-PAID PIC 9(4) VALUE 0.
       01  WS-SHELTERS-CARRIED PIC 9(4) VALUE 0.
       01  WS-SHELTERS-UNSETTLED PIC 9(4) VALUE 0.
       01  WS-SHELTERS-WARNED PIC 9(4) VALUE 0.
       01  WS-PAYMENTS-WRITTEN PIC 9(6) VALUE 0.
       01  SHARE-AGMT-TABLE.
           05  AGT-ENTRY OCCURS 100 TIMES.
               10  AGT-SHELTER PIC X(4).
               10  AGT-ADOPT-PCT PIC 9(3)V99.
               10  AGT-CHIP-PCT PIC 9(3)V99.
               10  AGT-DONATION-PCT PIC 9(3)V99.
               10  AGT-VENDOR-ID PIC X(10).
               10  AGT-ACTIVE PIC X(1).
       01  WS-AGT-COUNT PIC 9(3) VALUE 0.
       01  WS-AGT-IDX PIC 9(3).
       01  WS-AGT-MATCH PIC 9(3).
       01  MASTER-SHELTER-TABLE.
           05  MASTER-SHELTER-ENTRY OCCURS 50 TIMES.
               10  MASTER-SHELTER-CODE PIC X(4).
               10  MASTER-SHELTER-NAME PIC X(30).
       01  WS-MASTER-SHELTER-COUNT PIC 9(2) VALUE 0.
       01  WS-SHELTER-IDX PIC 9(2).
       01  WS-SHELTER-NAME PIC X(30).
       01  SHELTER-REVENUE-TABLE.
           05  SRV-ENTRY OCCURS 100 TIMES.
               10  SRV-SHELTER PIC X(4).
               10  SRV-PERIOD OCCURS 12 TIMES.
                   15  SRV-FEE-ADOPT PIC 9(11)V99.
                   15  SRV-FEE-CHIP PIC 9(11)V99.
                   15  SRV-FEE-DONATION PIC 9(11)V99.
       01  WS-SRV-COUNT PIC 9(3) VALUE 0.
       01  WS-SRV-IDX PIC 9(3).
       01  WS-SRV-MATCH PIC 9(3).
       01  WS-PERIOD-IDX PIC 9(2).
       01  SETTLE-HIST-TABLE.
           05  HST-ENTRY OCCURS 1200 TIMES.
               10  HST-SHELTER PIC X(4).
               10  HST-YEAR PIC 9(4).
               10  HST-PERIOD PIC 9(2).
               10  HST-SHARE-SETTLED PIC 9(9)V99.
               10  HST-RUN-DATE PIC X(8).
       01  WS-HST-COUNT PIC 9(4) VALUE 0.
       01  WS-HST-IDX PIC 9(4).
       01  WS-HST-MATCH PIC 9(4).
       01  PERIOD-SHARE-TABLE.
           05  PST-SHARE OCCURS 12 TIMES PIC 9(11)V99.
       01  WS-ADOPT-SHARE PIC 9(11)V99.
       01  WS-CHIP-SHARE PIC 9(11)V99.
       01  WS-DONATION-SHARE PIC 9(11)V99.
       01  WS-SETTLED PIC 9(9)V99.
       01  WS-GROSS PIC 9(11)V99.
       01  WS-SHARE PIC 9(11)V99.
       01  WS-ADJUSTMENT PIC S9(11)V99.
       01  WS-NET-PAYABLE PIC S9(11)V99.
       01  WS-SHELTER-HAS-REVENUE PIC X(1).
       01  WS-SETTLE-NOTE PIC X(40).
       01  WS-TOTAL-GROSS PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SHARE PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ADJUSTMENT PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-PAYABLE PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CARRIED PIC S9(11)V99 VALUE 0.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(33)
               VALUE 'REVENUE-SHARE SETTLEMENT REGISTER'.
           05  FILLER PIC X(6) VALUE ' YEAR '.
           05  RPT-HDR-YEAR PIC 9(4).
           05  FILLER PIC X(8) VALUE ' PERIOD '.
           05  RPT-HDR-PERIOD PIC 9(2).
           05  FILLER PIC X(10) VALUE ' RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(9) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'SHLT NAME                     GROSS     '.
           05  FILLER PIC X(40)
               VALUE '    SHARE   ADJUSTMENTS   NET PAYABLE   '.
       01  WS-RPT-DETAIL.
           05  RPT-DET-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NAME PIC X(16).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-GROSS PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-SHARE PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-ADJUSTMENT PIC --,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NET PIC --,---,--9.99.
           05  FILLER PIC X(3) VALUE SPACES.
       01  WS-RPT-PCT-LINE.
           05  FILLER PIC X(5) VALUE SPACES.
           05  FILLER PIC X(16) VALUE 'SHARE PCT ADOPT '.
           05  RPT-PCT-ADOPT PIC ZZ9.99.
           05  FILLER PIC X(6) VALUE ' CHIP '.
           05  RPT-PCT-CHIP PIC ZZ9.99.
           05  FILLER PIC X(10) VALUE ' DONATION '.
           05  RPT-PCT-DONATION PIC ZZ9.99.
           05  FILLER PIC X(8) VALUE ' VENDOR '.
           05  RPT-PCT-VENDOR PIC X(10).
           05  FILLER PIC X(7) VALUE SPACES.
       01  WS-RPT-NOTE.
           05  FILLER PIC X(5) VALUE SPACES.
           05  RPT-NOTE-TEXT PIC X(40).
           05  FILLER PIC X(35) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER PIC X(22) VALUE 'TOTALS'.
           05  RPT-TOT-GROSS PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-SHARE PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-ADJUSTMENT PIC --,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-TOT-NET PIC --,---,--9.99.
           05  FILLER PIC X(3) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(15) VALUE 'SHELTERS PAID  '.
           05  RPT-TRL-PAID PIC ZZZ9.
           05  FILLER PIC X(22) VALUE ' PAYMENT INSTRUCTIONS '.
           05  RPT-TRL-PAYABLE PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-RPT-TRAILER-2.
           05  FILLER PIC X(15) VALUE 'CARRIED FORWARD'.
           05  RPT-TRL-CARRIED PIC ZZZ9.
           05  FILLER PIC X(22) VALUE ' NET DEBIT CARRIED    '.
           05  RPT-TRL-CARRIED-AMT PIC --,---,--9.99.
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-RPT-TRAILER-3.
           05  FILLER PIC X(15) VALUE 'NOT SETTLED    '.
           05  RPT-TRL-UNSETTLED PIC ZZZ9.
           05  FILLER PIC X(61) VALUE SPACES.
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
           MOVE WS-RUN-MONTH TO WS-SETTLE-PERIOD
           IF PARM-LENGTH >= 2
              AND PARM-TEXT (1:2) IS NUMERIC
              AND PARM-TEXT (1:2) >= '01'
              AND PARM-TEXT (1:2) <= '12'
              MOVE PARM-TEXT (1:2) TO WS-SETTLE-PERIOD
           END-IF
           PERFORM LOAD-SHARE-AGREEMENTS
           PERFORM LOAD-MASTER-SHELTER-TABLE
           PERFORM LOAD-REVENUE-MASTER
           IF WS-REV-YEAR = 0
              MOVE WS-RUN-YEAR TO WS-SETTLE-YEAR
           ELSE
              MOVE WS-REV-YEAR TO WS-SETTLE-YEAR
           END-IF
           IF WS-SETTLE-YEAR = WS-RUN-YEAR
              AND WS-SETTLE-PERIOD > WS-RUN-MONTH
              DISPLAY 'ZTPSETTL PERIOD ' WS-SETTLE-PERIOD
                  ' IS NOT YET OPEN IN REVMAST YEAR ' WS-SETTLE-YEAR
              DISPLAY 'ZTPSETTL TO SETTLE A PRIOR-YEAR PERIOD, POINT '
                  'REVMAST AT THE REVARCH GENERATION'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM LOAD-SETTLEMENT-HISTORY
           OPEN OUTPUT SETTLE-REG-FILE
           IF SETTLE-REG-STATUS NOT = '00'
              DISPLAY 'ZTPSETTL SETLREG OPEN FAILED, STATUS: '
                  SETTLE-REG-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT SETTLE-PAY-FILE
           IF SETTLE-PAY-STATUS NOT = '00'
              DISPLAY 'ZTPSETTL SETLPAY OPEN FAILED, STATUS: '
                  SETTLE-PAY-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SETTLE-REG-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-SETTLE-YEAR TO RPT-HDR-YEAR
           MOVE WS-SETTLE-PERIOD TO RPT-HDR-PERIOD
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE SETTLE-REG-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE SETTLE-REG-RECORD FROM WS-TEST-BANNER
           END-IF
           WRITE SETTLE-REG-RECORD FROM WS-RPT-COLUMNS
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-COUNT
               PERFORM SETTLE-ONE-SHELTER
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE SETTLE-PAY-FILE
           CLOSE SETTLE-REG-FILE
           PERFORM SAVE-SETTLEMENT-HISTORY
           DISPLAY 'ZTPSETTL SETTLEMENT YEAR ' WS-SETTLE-YEAR
               ' PERIOD ' WS-SETTLE-PERIOD
           DISPLAY 'ZTPSETTL REVMAST RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ZTPSETTL SHELTERS PAID: ' WS-SHELTERS-PAID
           DISPLAY 'ZTPSETTL SHELTERS CARRIED FORWARD: '
               WS-SHELTERS-CARRIED
           DISPLAY 'ZTPSETTL SHELTERS NOT SETTLED: '
               WS-SHELTERS-UNSETTLED
           DISPLAY 'ZTPSETTL PAYMENTS WRITTEN: ' WS-PAYMENTS-WRITTEN
           DISPLAY 'ZTPSETTL TOTAL PAYABLE: ' WS-TOTAL-PAYABLE
           IF WS-SHELTERS-WARNED > 0
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
              MOVE 'ZTPSETTL' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPSETTL' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPSETTL' TO VER-PROGRAM-ID
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

       LOAD-SHARE-AGREEMENTS.
           OPEN INPUT SHARE-AGMT-FILE
           IF SHARE-AGMT-STATUS NOT = '00'
              DISPLAY 'ZTPSETTL SHRAGMT OPEN FAILED, STATUS: '
                  SHARE-AGMT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL SHARE-AGMT-STATUS NOT = '00'
               READ SHARE-AGMT-FILE
               IF SHARE-AGMT-STATUS = '00'
                  IF CTL-SHELTER-CODE NOT = SPACES
                     AND SAG-ADOPT-PCT IS NUMERIC
                     AND SAG-CHIP-PCT IS NUMERIC
                     AND SAG-DONATION-PCT IS NUMERIC
                     AND SAG-ADOPT-PCT NOT > 100
                     AND SAG-CHIP-PCT NOT > 100
                     AND SAG-DONATION-PCT NOT > 100
                     IF WS-AGT-COUNT < 100
                        ADD 1 TO WS-AGT-COUNT
                        MOVE CTL-SHELTER-CODE TO
                            AGT-SHELTER (WS-AGT-COUNT)
                        MOVE SAG-ADOPT-PCT TO
                            AGT-ADOPT-PCT (WS-AGT-COUNT)
                        MOVE SAG-CHIP-PCT TO
                            AGT-CHIP-PCT (WS-AGT-COUNT)
                        MOVE SAG-DONATION-PCT TO
                            AGT-DONATION-PCT (WS-AGT-COUNT)
                        MOVE SAG-VENDOR-ID TO
                            AGT-VENDOR-ID (WS-AGT-COUNT)
                        MOVE SAG-ACTIVE TO
                            AGT-ACTIVE (WS-AGT-COUNT)
                     ELSE
                        DISPLAY 'ZTPSETTL AGREEMENT TABLE FULL, '
                            'IGNORED: ' CTL-SHELTER-CODE
                     END-IF
                  ELSE
                     DISPLAY 'ZTPSETTL INVALID SHRAGMT RECORD '
                         'IGNORED: ' SHARE-AGMT-RECORD
                  END-IF
               END-IF
           END-PERFORM
           CLOSE SHARE-AGMT-FILE.

       LOAD-MASTER-SHELTER-TABLE.
           OPEN INPUT SHELTER-CTL-FILE
           IF SHELTER-CTL-STATUS = '00'
              PERFORM UNTIL SHELTER-CTL-STATUS NOT = '00'
                      OR WS-MASTER-SHELTER-COUNT = 50
                  READ SHELTER-CTL-FILE
                  IF SHELTER-CTL-STATUS = '00'
                     ADD 1 TO WS-MASTER-SHELTER-COUNT
                     MOVE SHL-SHELTER-CODE TO
                         MASTER-SHELTER-CODE (WS-MASTER-SHELTER-COUNT)
                     MOVE SHL-SHELTER-NAME TO
                         MASTER-SHELTER-NAME (WS-MASTER-SHELTER-COUNT)
                  END-IF
              END-PERFORM
              CLOSE SHELTER-CTL-FILE
           ELSE
              DISPLAY 'ZTPSETTL SHLCTL NOT AVAILABLE, STATUS: '
                  SHELTER-CTL-STATUS
           END-IF.

       LOAD-REVENUE-MASTER.
           OPEN INPUT REV-MAST-FILE
           IF REV-MAST-STATUS NOT = '00'
              DISPLAY 'ZTPSETTL REVMAST OPEN FAILED, STATUS: '
                  REV-MAST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM UNTIL REV-MAST-STATUS NOT = '00'
               READ REV-MAST-FILE
               IF REV-MAST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF RVM-BREED = WS-REV-CONTROL-KEY
                     MOVE RVM-FEE-NET TO WS-REV-YEAR
                  ELSE
                     IF RVM-PERIOD IS NUMERIC
                        AND RVM-PERIOD >= '01'
                        AND RVM-PERIOD <= '12'
                        AND RVM-FEE-ADOPT IS NUMERIC
                        AND RVM-FEE-CHIP IS NUMERIC
                        AND RVM-FEE-DONATION IS NUMERIC
                        PERFORM ADD-REVENUE-TO-SHELTER
                     ELSE
                        DISPLAY 'ZTPSETTL REVMAST RECORD SKIPPED, '
                            'SHELTER: ' RVM-SHELTER
                            ' PERIOD: ' RVM-PERIOD
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           CLOSE REV-MAST-FILE.

       ADD-REVENUE-TO-SHELTER.
           MOVE 0 TO WS-SRV-MATCH
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-COUNT
                      OR WS-SRV-MATCH > 0
               IF SRV-SHELTER (WS-SRV-IDX) = RVM-SHELTER
                  MOVE WS-SRV-IDX TO WS-SRV-MATCH
               END-IF
           END-PERFORM
           IF WS-SRV-MATCH = 0
              IF WS-SRV-COUNT < 100
                 ADD 1 TO WS-SRV-COUNT
                 MOVE WS-SRV-COUNT TO WS-SRV-MATCH
                 MOVE RVM-SHELTER TO SRV-SHELTER (WS-SRV-MATCH)
                 PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                         UNTIL WS-PERIOD-IDX > 12
                     MOVE 0 TO
                         SRV-FEE-ADOPT (WS-SRV-MATCH, WS-PERIOD-IDX)
                     MOVE 0 TO
                         SRV-FEE-CHIP (WS-SRV-MATCH, WS-PERIOD-IDX)
                     MOVE 0 TO
                         SRV-FEE-DONATION (WS-SRV-MATCH, WS-PERIOD-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'ZTPSETTL SHELTER TABLE FULL, SHELTER: '
                     RVM-SHELTER
                 MOVE 16 TO RETURN-CODE
                 CLOSE REV-MAST-FILE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF
           MOVE RVM-PERIOD TO WS-PERIOD-IDX
           ADD RVM-FEE-ADOPT TO
               SRV-FEE-ADOPT (WS-SRV-MATCH, WS-PERIOD-IDX)
           ADD RVM-FEE-CHIP TO
               SRV-FEE-CHIP (WS-SRV-MATCH, WS-PERIOD-IDX)
           ADD RVM-FEE-DONATION TO
               SRV-FEE-DONATION (WS-SRV-MATCH, WS-PERIOD-IDX).

       LOAD-SETTLEMENT-HISTORY.
           OPEN INPUT SETTLE-HIST-FILE
           IF SETTLE-HIST-STATUS = '00'
              PERFORM UNTIL SETTLE-HIST-STATUS NOT = '00'
                  READ SETTLE-HIST-FILE
                  IF SETTLE-HIST-STATUS = '00'
                     IF WS-HST-COUNT < 1200
                        ADD 1 TO WS-HST-COUNT
                        MOVE SLH-SHELTER TO HST-SHELTER (WS-HST-COUNT)
                        MOVE SLH-YEAR TO HST-YEAR (WS-HST-COUNT)
                        MOVE SLH-PERIOD TO HST-PERIOD (WS-HST-COUNT)
                        MOVE SLH-SHARE-SETTLED TO
                            HST-SHARE-SETTLED (WS-HST-COUNT)
                        MOVE SLH-RUN-DATE TO
                            HST-RUN-DATE (WS-HST-COUNT)
                     ELSE
                        DISPLAY 'ZTPSETTL SETLHIST TABLE FULL'
                        MOVE 16 TO RETURN-CODE
                        CLOSE SETTLE-HIST-FILE
                        PERFORM WRITE-AUDIT-RECORD
                        STOP RUN
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE SETTLE-HIST-FILE
           ELSE
              DISPLAY 'ZTPSETTL SETLHIST NOT AVAILABLE, STATUS: '
                  SETTLE-HIST-STATUS ' - NO PRIOR SETTLEMENTS'
           END-IF.

       FIND-SETTLEMENT-HISTORY.
           MOVE 0 TO WS-HST-MATCH
           MOVE 0 TO WS-SETTLED
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
                      OR WS-HST-MATCH > 0
               IF HST-SHELTER (WS-HST-IDX) = SRV-SHELTER (WS-SRV-IDX)
                  AND HST-YEAR (WS-HST-IDX) = WS-SETTLE-YEAR
                  AND HST-PERIOD (WS-HST-IDX) = WS-PERIOD-IDX
                  MOVE WS-HST-IDX TO WS-HST-MATCH
                  MOVE HST-SHARE-SETTLED (WS-HST-IDX) TO WS-SETTLED
               END-IF
           END-PERFORM.

       FIND-SHELTER-NAME.
           MOVE SPACES TO WS-SHELTER-NAME
           PERFORM VARYING WS-SHELTER-IDX FROM 1 BY 1
                   UNTIL WS-SHELTER-IDX > WS-MASTER-SHELTER-COUNT
               IF MASTER-SHELTER-CODE (WS-SHELTER-IDX) =
                      SRV-SHELTER (WS-SRV-IDX)
                  MOVE MASTER-SHELTER-NAME (WS-SHELTER-IDX)
                      TO WS-SHELTER-NAME
                  MOVE WS-MASTER-SHELTER-COUNT TO WS-SHELTER-IDX
               END-IF
           END-PERFORM.

       FIND-SHARE-AGREEMENT.
           MOVE 0 TO WS-AGT-MATCH
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-COUNT
                      OR WS-AGT-MATCH > 0
               IF AGT-SHELTER (WS-AGT-IDX) = SRV-SHELTER (WS-SRV-IDX)
                  MOVE WS-AGT-IDX TO WS-AGT-MATCH
               END-IF
           END-PERFORM.

       SETTLE-ONE-SHELTER.
           PERFORM FIND-SHELTER-NAME
           PERFORM FIND-SHARE-AGREEMENT
           MOVE 'N' TO WS-SHELTER-HAS-REVENUE
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-SETTLE-PERIOD
               IF SRV-FEE-ADOPT (WS-SRV-IDX, WS-PERIOD-IDX) > 0
                  OR SRV-FEE-CHIP (WS-SRV-IDX, WS-PERIOD-IDX) > 0
                  OR SRV-FEE-DONATION (WS-SRV-IDX, WS-PERIOD-IDX) > 0
                  MOVE 'Y' TO WS-SHELTER-HAS-REVENUE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SETTLE-NOTE
           EVALUATE TRUE
               WHEN WS-AGT-MATCH = 0
                   MOVE 'NO REVENUE-SHARE AGREEMENT' TO WS-SETTLE-NOTE
               WHEN AGT-ACTIVE (WS-AGT-MATCH) = 'N'
                   MOVE 'AGREEMENT INACTIVE' TO WS-SETTLE-NOTE
               WHEN AGT-VENDOR-ID (WS-AGT-MATCH) = SPACES
                   MOVE 'NO AP VENDOR ON AGREEMENT' TO WS-SETTLE-NOTE
           END-EVALUATE
           IF WS-SETTLE-NOTE NOT = SPACES
              IF WS-SHELTER-HAS-REVENUE = 'Y'
                 PERFORM WRITE-UNSETTLED-SHELTER
              END-IF
           ELSE
              PERFORM COMPUTE-SHELTER-SETTLEMENT
              IF WS-GROSS > 0 OR WS-SHARE > 0
                 OR WS-ADJUSTMENT NOT = 0
                 PERFORM WRITE-SHELTER-SETTLEMENT
              END-IF
           END-IF.

       COMPUTE-SHELTER-SETTLEMENT.
           COMPUTE WS-GROSS =
               SRV-FEE-ADOPT (WS-SRV-IDX, WS-SETTLE-PERIOD)
             + SRV-FEE-CHIP (WS-SRV-IDX, WS-SETTLE-PERIOD)
             + SRV-FEE-DONATION (WS-SRV-IDX, WS-SETTLE-PERIOD)
           MOVE 0 TO WS-SHARE
           MOVE 0 TO WS-ADJUSTMENT
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-SETTLE-PERIOD
               COMPUTE WS-ADOPT-SHARE ROUNDED =
                   SRV-FEE-ADOPT (WS-SRV-IDX, WS-PERIOD-IDX)
                 * AGT-ADOPT-PCT (WS-AGT-MATCH) / 100
               COMPUTE WS-CHIP-SHARE ROUNDED =
                   SRV-FEE-CHIP (WS-SRV-IDX, WS-PERIOD-IDX)
                 * AGT-CHIP-PCT (WS-AGT-MATCH) / 100
               COMPUTE WS-DONATION-SHARE ROUNDED =
                   SRV-FEE-DONATION (WS-SRV-IDX, WS-PERIOD-IDX)
                 * AGT-DONATION-PCT (WS-AGT-MATCH) / 100
               COMPUTE PST-SHARE (WS-PERIOD-IDX) =
                   WS-ADOPT-SHARE + WS-CHIP-SHARE + WS-DONATION-SHARE
               PERFORM FIND-SETTLEMENT-HISTORY
               IF WS-PERIOD-IDX = WS-SETTLE-PERIOD
                  MOVE PST-SHARE (WS-PERIOD-IDX) TO WS-SHARE
                  SUBTRACT WS-SETTLED FROM WS-ADJUSTMENT
               ELSE
                  COMPUTE WS-ADJUSTMENT = WS-ADJUSTMENT
                      + PST-SHARE (WS-PERIOD-IDX) - WS-SETTLED
               END-IF
           END-PERFORM
           COMPUTE WS-NET-PAYABLE = WS-SHARE + WS-ADJUSTMENT.

       WRITE-UNSETTLED-SHELTER.
           ADD 1 TO WS-SHELTERS-UNSETTLED
           IF WS-SETTLE-NOTE NOT = 'AGREEMENT INACTIVE'
              ADD 1 TO WS-SHELTERS-WARNED
           END-IF
           COMPUTE WS-GROSS =
               SRV-FEE-ADOPT (WS-SRV-IDX, WS-SETTLE-PERIOD)
             + SRV-FEE-CHIP (WS-SRV-IDX, WS-SETTLE-PERIOD)
             + SRV-FEE-DONATION (WS-SRV-IDX, WS-SETTLE-PERIOD)
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE SRV-SHELTER (WS-SRV-IDX) TO RPT-DET-SHELTER
           MOVE WS-SHELTER-NAME TO RPT-DET-NAME
           MOVE WS-GROSS TO RPT-DET-GROSS
           WRITE SETTLE-REG-RECORD FROM WS-RPT-DETAIL
           MOVE WS-SETTLE-NOTE TO RPT-NOTE-TEXT
           WRITE SETTLE-REG-RECORD FROM WS-RPT-NOTE
           ADD WS-GROSS TO WS-TOTAL-GROSS.

       WRITE-SHELTER-SETTLEMENT.
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE SRV-SHELTER (WS-SRV-IDX) TO RPT-DET-SHELTER
           MOVE WS-SHELTER-NAME TO RPT-DET-NAME
           MOVE WS-GROSS TO RPT-DET-GROSS
           MOVE WS-SHARE TO RPT-DET-SHARE
           MOVE WS-ADJUSTMENT TO RPT-DET-ADJUSTMENT
           MOVE WS-NET-PAYABLE TO RPT-DET-NET
           WRITE SETTLE-REG-RECORD FROM WS-RPT-DETAIL
           MOVE AGT-ADOPT-PCT (WS-AGT-MATCH) TO RPT-PCT-ADOPT
           MOVE AGT-CHIP-PCT (WS-AGT-MATCH) TO RPT-PCT-CHIP
           MOVE AGT-DONATION-PCT (WS-AGT-MATCH) TO RPT-PCT-DONATION
           MOVE AGT-VENDOR-ID (WS-AGT-MATCH) TO RPT-PCT-VENDOR
           WRITE SETTLE-REG-RECORD FROM WS-RPT-PCT-LINE
           ADD WS-GROSS TO WS-TOTAL-GROSS
           ADD WS-SHARE TO WS-TOTAL-SHARE
           ADD WS-ADJUSTMENT TO WS-TOTAL-ADJUSTMENT
           IF WS-NET-PAYABLE < 0
              ADD 1 TO WS-SHELTERS-CARRIED
              ADD WS-NET-PAYABLE TO WS-TOTAL-CARRIED
              MOVE 'NET DEBIT CARRIED FORWARD' TO RPT-NOTE-TEXT
              WRITE SETTLE-REG-RECORD FROM WS-RPT-NOTE
           ELSE
              IF WS-NET-PAYABLE > 0
                 PERFORM WRITE-PAYMENT-INSTRUCTION
              END-IF
              PERFORM MARK-PERIODS-SETTLED
           END-IF.

       WRITE-PAYMENT-INSTRUCTION.
           MOVE SPACES TO SETTLE-PAY-RECORD
           MOVE AGT-VENDOR-ID (WS-AGT-MATCH) TO SPY-VENDOR-ID
           MOVE SRV-SHELTER (WS-SRV-IDX) TO SPY-SHELTER
           MOVE WS-SHELTER-NAME TO SPY-SHELTER-NAME
           MOVE WS-SETTLE-YEAR TO SPY-YEAR
           MOVE WS-SETTLE-PERIOD TO SPY-PERIOD
           MOVE WS-GROSS TO SPY-GROSS
           MOVE WS-SHARE TO SPY-SHARE
           MOVE WS-ADJUSTMENT TO SPY-ADJUSTMENT
           MOVE WS-NET-PAYABLE TO SPY-NET-PAYABLE
           MOVE WS-RUN-DATE TO SPY-RUN-DATE
           WRITE SETTLE-PAY-RECORD
           IF SETTLE-PAY-STATUS = '00'
              ADD 1 TO WS-PAYMENTS-WRITTEN
              ADD 1 TO WS-SHELTERS-PAID
              ADD WS-NET-PAYABLE TO WS-TOTAL-PAYABLE
           ELSE
              DISPLAY 'ZTPSETTL SETLPAY WRITE FAILED, STATUS: '
                  SETTLE-PAY-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE SETTLE-PAY-FILE
              CLOSE SETTLE-REG-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       MARK-PERIODS-SETTLED.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-SETTLE-PERIOD
               PERFORM FIND-SETTLEMENT-HISTORY
               IF WS-HST-MATCH = 0
                  AND PST-SHARE (WS-PERIOD-IDX) > 0
                  IF WS-HST-COUNT < 1200
                     ADD 1 TO WS-HST-COUNT
                     MOVE WS-HST-COUNT TO WS-HST-MATCH
                     MOVE SRV-SHELTER (WS-SRV-IDX) TO
                         HST-SHELTER (WS-HST-MATCH)
                     MOVE WS-SETTLE-YEAR TO HST-YEAR (WS-HST-MATCH)
                     MOVE WS-PERIOD-IDX TO HST-PERIOD (WS-HST-MATCH)
                  ELSE
                     DISPLAY 'ZTPSETTL SETLHIST TABLE FULL, SHELTER: '
                         SRV-SHELTER (WS-SRV-IDX)
                     MOVE 16 TO RETURN-CODE
                     CLOSE SETTLE-PAY-FILE
                     CLOSE SETTLE-REG-FILE
                     PERFORM WRITE-AUDIT-RECORD
                     STOP RUN
                  END-IF
               END-IF
               IF WS-HST-MATCH > 0
                  MOVE PST-SHARE (WS-PERIOD-IDX) TO
                      HST-SHARE-SETTLED (WS-HST-MATCH)
                  MOVE WS-RUN-DATE TO HST-RUN-DATE (WS-HST-MATCH)
               END-IF
           END-PERFORM.

       WRITE-REGISTER-TOTALS.
           MOVE WS-TOTAL-GROSS TO RPT-TOT-GROSS
           MOVE WS-TOTAL-SHARE TO RPT-TOT-SHARE
           MOVE WS-TOTAL-ADJUSTMENT TO RPT-TOT-ADJUSTMENT
           MOVE WS-TOTAL-PAYABLE TO RPT-TOT-NET
           WRITE SETTLE-REG-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE WS-SHELTERS-PAID TO RPT-TRL-PAID
           MOVE WS-TOTAL-PAYABLE TO RPT-TRL-PAYABLE
           WRITE SETTLE-REG-RECORD FROM WS-RPT-TRAILER
           MOVE WS-SHELTERS-CARRIED TO RPT-TRL-CARRIED
           MOVE WS-TOTAL-CARRIED TO RPT-TRL-CARRIED-AMT
           WRITE SETTLE-REG-RECORD FROM WS-RPT-TRAILER-2
           MOVE WS-SHELTERS-UNSETTLED TO RPT-TRL-UNSETTLED
           WRITE SETTLE-REG-RECORD FROM WS-RPT-TRAILER-3.

       SAVE-SETTLEMENT-HISTORY.
           IF WS-RUN-MODE = 'TEST'
              DISPLAY 'ZTPSETTL TEST MODE - SETLHIST NOT REWRITTEN'
           ELSE
              OPEN OUTPUT SETTLE-HIST-FILE
              IF SETTLE-HIST-STATUS = '00'
                 PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                         UNTIL WS-HST-IDX > WS-HST-COUNT
                     MOVE SPACES TO SETTLE-HIST-RECORD
                     MOVE HST-SHELTER (WS-HST-IDX) TO SLH-SHELTER
                     MOVE HST-YEAR (WS-HST-IDX) TO SLH-YEAR
                     MOVE HST-PERIOD (WS-HST-IDX) TO SLH-PERIOD
                     MOVE HST-SHARE-SETTLED (WS-HST-IDX) TO
                         SLH-SHARE-SETTLED
                     MOVE HST-RUN-DATE (WS-HST-IDX) TO SLH-RUN-DATE
                     WRITE SETTLE-HIST-RECORD
                 END-PERFORM
                 CLOSE SETTLE-HIST-FILE
              ELSE
                 DISPLAY 'ZTPSETTL SETLHIST OPEN OUTPUT FAILED, '
                     'STATUS: ' SETTLE-HIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
           END-IF.
       END PROGRAM ZTPSETTL.
