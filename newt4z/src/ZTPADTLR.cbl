           ACCESS MODE IS RANDOM
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT INTAKE-MST-FILE ASSIGN INTKMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INK-ANIMAL-ID
           FILE STATUS IS INTAKE-MST-STATUS.
           SELECT FOSTER-MST-FILE ASSIGN FOSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FST-KEY
           FILE STATUS IS FOSTER-MST-STATUS.
           SELECT ADOPTS-FILE ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-STATUS.
           SELECT DTL-RPT-FILE ASSIGN ADTLRPT
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADOPT-DTL-FILE RECORD CONTAINS 86 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-DTL-RECORD.
           05  DTL-ANIMAL-ID PIC X(10).
           05  DTL-SHELTER PIC X(4).
           05  DTL-ADOPT-DATE PIC X(8).
           05  DTL-CUSTOMER-ID PIC X(8).
           05  DTL-FEE-ADOPT PIC 9(5)V99.
           05  DTL-FEE-CHIP PIC 9(5)V99.
           05  DTL-FEE-DONATION PIC 9(5)V99.
           05  DTL-SPECIES PIC X(1).
           05  DTL-STERIL-REQUIRED PIC X(1).
           05  DTL-STERIL-DAYS PIC 9(3).
       FD  ADOPT-MST-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-MST-RECORD.
           05  ADM-ANIMAL-ID PIC X(10).
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
           05  ADM-STERIL-STATUS PIC X(1).
           05  ADM-STERIL-DUE-DATE PIC X(8).
           05  ADM-STERIL-PROOF-DATE PIC X(8).
           05  ADM-STERIL-NOTICE PIC X(1).
           05  FILLER PIC X(7).
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
       FD  FOSTER-MST-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPFSTCP.
       FD  ADOPTS-FILE RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPTS-RECORD.
       WORKING-STORAGE SECTION.
       01  ADOPT-DTL-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  INTAKE-MST-STATUS PIC X(2).
       01  WS-INTAKE-OPEN PIC X(1) VALUE 'N'.
       01  WS-INTAKE-CLOSED PIC 9(6) VALUE 0.
       01  WS-INTAKE-MISSING PIC 9(6) VALUE 0.
       01  FOSTER-MST-STATUS PIC X(2).
       01  WS-FOSTER-OPEN PIC X(1) VALUE 'N'.
       01  WS-FOSTER-SCAN PIC X(1).
       01  WS-FOSTER-TO-ADOPT PIC 9(6) VALUE 0.
       01  WS-FOSTER-OTHER-ADOPT PIC 9(6) VALUE 0.
       01  ADOPTS-STATUS PIC X(2).
       01  DTL-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-RECORDS-ADDED PIC 9(6) VALUE 0.
       01  WS-RECORDS-CHANGED PIC 9(6) VALUE 0.
       01  WS-RECORDS-SKIPPED PIC 9(6) VALUE 0.
       01  WS-CUSTOMER-REJECTS PIC 9(6) VALUE 0.
       01  WS-STERIL-OPENED PIC 9(6) VALUE 0.
       01  WS-STERIL-DEFAULT-DAYS PIC 9(3) VALUE 30.
       01  WS-STERIL-DAYS PIC 9(3).
       01  WS-STERIL-DUE-DATE PIC X(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-DUE-DATE-INT PIC 9(8).
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  CUSTOMER-REJECT-TABLE.
           05  CRJ-ENTRY OCCURS 200 TIMES.
               10  CRJ-ANIMAL-ID PIC X(10).
               10  CRJ-CUSTOMER-ID PIC X(8).
               10  CRJ-REASON PIC X(30).
       01  WS-CRJ-COUNT PIC 9(3) VALUE 0.
       01  WS-CRJ-IDX PIC 9(3).
       01  WS-DISCREPANCY-COUNT PIC 9(3) VALUE 0.
       01  RECON-TALLY-TABLE.
           05  RCT-ENTRY OCCURS 300 TIMES.
           05  FILLER PIC X(26) VALUE 'RECONCILE DISCREPANCIES   '.
           05  RPT-TRL-COUNT PIC ZZ9.
           05  FILLER PIC X(51) VALUE SPACES.
       01  WS-RPT-REJECT-LINE.
           05  FILLER PIC X(18) VALUE 'CUSTOMER REJECTED '.
           05  RPT-REJ-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-REJ-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-REJ-REASON PIC X(30).
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-RPT-REJECT-TRAILER.
           05  FILLER PIC X(26) VALUE 'CUSTOMER NUMBER REJECTS   '.
           05  RPT-REJ-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(48) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           DISPLAY 'ZTPADTLR RECORDS ADDED: ' WS-RECORDS-ADDED
           DISPLAY 'ZTPADTLR RECORDS CHANGED: ' WS-RECORDS-CHANGED
           DISPLAY 'ZTPADTLR RECORDS SKIPPED: ' WS-RECORDS-SKIPPED
           DISPLAY 'ZTPADTLR CUSTOMER NUMBER REJECTS: '
               WS-CUSTOMER-REJECTS
           DISPLAY 'ZTPADTLR STERILISATION CASES OPENED: '
               WS-STERIL-OPENED
           IF WS-INTAKE-OPEN = 'Y'
              DISPLAY 'ZTPADTLR INTAKE RECORDS CLOSED OUT: '
                  WS-INTAKE-CLOSED
              DISPLAY 'ZTPADTLR ADOPTIONS WITH NO INTAKE RECORD: '
                  WS-INTAKE-MISSING
           END-IF
           IF WS-FOSTER-OPEN = 'Y'
              DISPLAY 'ZTPADTLR FOSTER-TO-ADOPT CONVERSIONS: '
                  WS-FOSTER-TO-ADOPT
              DISPLAY 'ZTPADTLR FOSTERED ANIMALS ADOPTED BY OTHERS: '
                  WS-FOSTER-OTHER-ADOPT
           END-IF
           IF WS-DISCREPANCY-COUNT > 0
              DISPLAY 'ZTPADTLR *** DETAIL AND AGGREGATE DO NOT '
                  'RECONCILE, ' WS-DISCREPANCY-COUNT
              DISPLAY 'ZTPADTLR DETAIL RECONCILES WITH AGGREGATE'
              MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-CUSTOMER-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPADTLR' TO VER-PROGRAM-ID
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

       LOAD-DETAIL-MASTER.
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN I-O INTAKE-MST-FILE
           IF INTAKE-MST-STATUS = '00'
              MOVE 'Y' TO WS-INTAKE-OPEN
           ELSE
              DISPLAY 'ZTPADTLR INTKMST NOT AVAILABLE, STATUS: '
                  INTAKE-MST-STATUS ' - INTAKE CLOSE-OUT SKIPPED'
           END-IF
           OPEN I-O FOSTER-MST-FILE
           IF FOSTER-MST-STATUS = '00'
              MOVE 'Y' TO WS-FOSTER-OPEN
           ELSE
              DISPLAY 'ZTPADTLR FOSTMST NOT AVAILABLE, STATUS: '
                  FOSTER-MST-STATUS ' - FOSTER CLOSE-OUT SKIPPED'
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-DTL-FILE
               IF ADOPT-DTL-STATUS = '00'
               END-IF
           END-PERFORM
           CLOSE ADOPT-DTL-FILE
           IF WS-INTAKE-OPEN = 'Y'
              CLOSE INTAKE-MST-FILE
           END-IF
           IF WS-FOSTER-OPEN = 'Y'
              CLOSE FOSTER-MST-FILE
           END-IF
           CLOSE ADOPT-MST-FILE.

       APPLY-ONE-DETAIL-RECORD.
           MOVE 'Y' TO CDA-RESULT
           IF DTL-CUSTOMER-ID NOT = SPACES
              MOVE 'V' TO CDA-ACTION
              MOVE DTL-CUSTOMER-ID TO CDA-CUST-NUMBER
              CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           END-IF
           IF DTL-ANIMAL-ID = SPACES
              OR DTL-BREED = SPACES
              OR DTL-ADOPT-DATE IS NOT NUMERIC
              OR CDA-RESULT NOT = 'Y'
              ADD 1 TO WS-RECORDS-SKIPPED
              DISPLAY 'ZTPADTLR INVALID DETAIL RECORD SKIPPED, '
                  'ANIMAL: ' DTL-ANIMAL-ID
              IF CDA-RESULT NOT = 'Y'
                 PERFORM RECORD-CUSTOMER-REJECT
              END-IF
           ELSE
              IF DTL-FEE-ADOPT IS NOT NUMERIC
                 MOVE 0 TO DTL-FEE-ADOPT
              END-IF
              IF DTL-FEE-CHIP IS NOT NUMERIC
                 MOVE 0 TO DTL-FEE-CHIP
              END-IF
              IF DTL-FEE-DONATION IS NOT NUMERIC
                 MOVE 0 TO DTL-FEE-DONATION
              END-IF
              IF DTL-SPECIES = SPACE OR LOW-VALUE
                 MOVE 'D' TO DTL-SPECIES
              END-IF
              MOVE DTL-ANIMAL-ID TO ADM-ANIMAL-ID
              READ ADOPT-MST-FILE
                  INVALID KEY
                  NOT INVALID KEY
                      PERFORM REWRITE-MASTER-RECORD
              END-READ
              IF WS-INTAKE-OPEN = 'Y'
                 PERFORM CLOSE-OUT-INTAKE-RECORD
              END-IF
              IF WS-FOSTER-OPEN = 'Y'
                 PERFORM CLOSE-OUT-FOSTER-PLACEMENT
              END-IF
              MOVE DTL-BREED TO WS-TALLY-BREED
              MOVE DTL-SHELTER TO WS-TALLY-SHELTER
              MOVE 1 TO WS-TALLY-AMOUNT
              PERFORM TALLY-RECONCILE-ENTRY
           END-IF.

       RECORD-CUSTOMER-REJECT.
           ADD 1 TO WS-CUSTOMER-REJECTS
           DISPLAY 'ZTPADTLR CUSTOMER: ' DTL-CUSTOMER-ID ' '
               CDA-REASON
           IF WS-CRJ-COUNT < 200
              ADD 1 TO WS-CRJ-COUNT
              MOVE DTL-ANIMAL-ID TO CRJ-ANIMAL-ID (WS-CRJ-COUNT)
              MOVE DTL-CUSTOMER-ID TO CRJ-CUSTOMER-ID (WS-CRJ-COUNT)
              MOVE CDA-REASON TO CRJ-REASON (WS-CRJ-COUNT)
           END-IF.

       WRITE-MASTER-RECORD.
           MOVE DTL-ANIMAL-ID TO ADM-ANIMAL-ID
           MOVE DTL-BREED TO ADM-BREED
           MOVE DTL-SPECIES TO ADM-SPECIES
           MOVE DTL-SHELTER TO ADM-SHELTER
           MOVE DTL-ADOPT-DATE TO ADM-ADOPT-DATE
           MOVE DTL-CUSTOMER-ID TO ADM-CUSTOMER-ID
           MOVE FUNCTION CURRENT-DATE TO ADM-UPDATED-TS
           MOVE DTL-FEE-ADOPT TO ADM-FEE-ADOPT
           MOVE DTL-FEE-CHIP TO ADM-FEE-CHIP
           MOVE DTL-FEE-DONATION TO ADM-FEE-DONATION
           MOVE SPACES TO ADM-REFUND-DATE
           MOVE 0 TO ADM-REFUND-AMOUNT
           MOVE 0 TO ADM-REFUND-DONATION
           MOVE SPACES TO ADM-STERIL-STATUS
           MOVE SPACES TO ADM-STERIL-DUE-DATE
           MOVE SPACES TO ADM-STERIL-PROOF-DATE
           MOVE SPACES TO ADM-STERIL-NOTICE
           PERFORM SET-STERIL-COMPLIANCE
           WRITE ADOPT-MST-RECORD
               INVALID KEY
                   DISPLAY 'ZTPADTLR WRITE FAILED, ANIMAL: '
           END-WRITE.

       REWRITE-MASTER-RECORD.
           IF DTL-ADOPT-DATE NOT = ADM-ADOPT-DATE
              MOVE SPACES TO ADM-REFUND-DATE
              MOVE 0 TO ADM-REFUND-AMOUNT
              MOVE 0 TO ADM-REFUND-DONATION
              MOVE SPACES TO ADM-STERIL-STATUS
              MOVE SPACES TO ADM-STERIL-DUE-DATE
              MOVE SPACES TO ADM-STERIL-PROOF-DATE
              MOVE SPACES TO ADM-STERIL-NOTICE
           END-IF
           IF ADM-STERIL-STATUS NOT = 'C'
              PERFORM SET-STERIL-COMPLIANCE
           END-IF
           MOVE DTL-FEE-ADOPT TO ADM-FEE-ADOPT
           MOVE DTL-FEE-CHIP TO ADM-FEE-CHIP
           MOVE DTL-FEE-DONATION TO ADM-FEE-DONATION
           MOVE DTL-BREED TO ADM-BREED
           MOVE DTL-SPECIES TO ADM-SPECIES
           MOVE DTL-SHELTER TO ADM-SHELTER
           MOVE DTL-ADOPT-DATE TO ADM-ADOPT-DATE
           MOVE DTL-CUSTOMER-ID TO ADM-CUSTOMER-ID
                  ADOPT-MST-STATUS
           END-IF.

       SET-STERIL-COMPLIANCE.
           IF DTL-STERIL-REQUIRED = 'Y'
              IF DTL-STERIL-DAYS IS NUMERIC
                 AND DTL-STERIL-DAYS > 0
                 MOVE DTL-STERIL-DAYS TO WS-STERIL-DAYS
              ELSE
                 MOVE WS-STERIL-DEFAULT-DAYS TO WS-STERIL-DAYS
              END-IF
              MOVE DTL-ADOPT-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-DUE-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
                  + WS-STERIL-DAYS
              COMPUTE WS-DATE-WORK-NUM =
                  FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
              MOVE WS-DATE-WORK-NUM TO WS-STERIL-DUE-DATE
              IF ADM-STERIL-STATUS NOT = 'O'
                 MOVE 'O' TO ADM-STERIL-STATUS
                 MOVE SPACES TO ADM-STERIL-PROOF-DATE
                 MOVE SPACES TO ADM-STERIL-NOTICE
                 ADD 1 TO WS-STERIL-OPENED
              ELSE
                 IF ADM-STERIL-DUE-DATE NOT = WS-STERIL-DUE-DATE
                    MOVE SPACES TO ADM-STERIL-NOTICE
                 END-IF
              END-IF
              MOVE WS-STERIL-DUE-DATE TO ADM-STERIL-DUE-DATE
           ELSE
              IF ADM-STERIL-STATUS = 'O'
                 MOVE SPACES TO ADM-STERIL-STATUS
                 MOVE SPACES TO ADM-STERIL-DUE-DATE
                 MOVE SPACES TO ADM-STERIL-PROOF-DATE
                 MOVE SPACES TO ADM-STERIL-NOTICE
              END-IF
           END-IF.

       CLOSE-OUT-INTAKE-RECORD.
           MOVE DTL-ANIMAL-ID TO INK-ANIMAL-ID
           READ INTAKE-MST-FILE
               INVALID KEY
                   ADD 1 TO WS-INTAKE-MISSING
                   DISPLAY 'ZTPADTLR NO INTAKE RECORD, ANIMAL: '
                       DTL-ANIMAL-ID
               NOT INVALID KEY
                   IF INK-STATUS NOT = 'A'
                      OR INK-ADOPT-DATE NOT = DTL-ADOPT-DATE
                      MOVE 'A' TO INK-STATUS
                      MOVE DTL-ADOPT-DATE TO INK-ADOPT-DATE
                      MOVE FUNCTION CURRENT-DATE TO INK-UPDATED-TS
                      REWRITE INTAKE-MST-RECORD
                      IF INTAKE-MST-STATUS = '00'
                         ADD 1 TO WS-INTAKE-CLOSED
                      ELSE
                         DISPLAY 'ZTPADTLR INTAKE REWRITE FAILED, '
                             'STATUS: ' INTAKE-MST-STATUS
                      END-IF
                   END-IF
           END-READ.

       CLOSE-OUT-FOSTER-PLACEMENT.
           MOVE DTL-ANIMAL-ID TO FST-ANIMAL-ID
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
                  IF FST-ANIMAL-ID NOT = DTL-ANIMAL-ID
                     MOVE 'N' TO WS-FOSTER-SCAN
                  ELSE
                     IF FST-ACTIVE
                        AND FST-START-DATE NOT > DTL-ADOPT-DATE
                        PERFORM CLOSE-ONE-FOSTER-PLACEMENT
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

       CLOSE-ONE-FOSTER-PLACEMENT.
           IF DTL-CUSTOMER-ID NOT = SPACES
              AND DTL-CUSTOMER-ID = FST-CUSTOMER-ID
              MOVE 'F' TO FST-STATUS
           ELSE
              MOVE 'O' TO FST-STATUS
           END-IF
           MOVE DTL-ADOPT-DATE TO FST-END-DATE
           MOVE DTL-CUSTOMER-ID TO FST-ADOPT-CUSTOMER-ID
           MOVE FUNCTION CURRENT-DATE TO FST-UPDATED-TS
           REWRITE FOSTER-MST-RECORD
           IF FOSTER-MST-STATUS = '00'
              IF FST-FOSTER-ADOPTED
                 ADD 1 TO WS-FOSTER-TO-ADOPT
                 DISPLAY 'ZTPADTLR FOSTER-TO-ADOPT, ANIMAL: '
                     DTL-ANIMAL-ID ' CARER: ' FST-CUSTOMER-ID
              ELSE
                 ADD 1 TO WS-FOSTER-OTHER-ADOPT
              END-IF
           ELSE
              DISPLAY 'ZTPADTLR FOSTER REWRITE FAILED, STATUS: '
                  FOSTER-MST-STATUS
           END-IF.

       TALLY-AGGREGATE-COUNTS.
           OPEN INPUT ADOPTS-FILE
           IF ADOPTS-STATUS NOT = '00'
           ELSE
              IF ADOPT-FEE-COMPONENT = 'M'
                 OR ADOPT-FEE-COMPONENT = 'D'
                 OR ADOPT-TRAN-TYPE = 'T'
                 CONTINUE
              ELSE
                 MOVE ADOPT-BREED TO WS-TALLY-BREED
           END-PERFORM
           MOVE WS-DISCREPANCY-COUNT TO RPT-TRL-COUNT
           WRITE DTL-RPT-RECORD FROM WS-RPT-TRAILER
           IF WS-CUSTOMER-REJECTS > 0
              PERFORM VARYING WS-CRJ-IDX FROM 1 BY 1
                      UNTIL WS-CRJ-IDX > WS-CRJ-COUNT
                  MOVE CRJ-ANIMAL-ID (WS-CRJ-IDX) TO RPT-REJ-ANIMAL
                  MOVE CRJ-CUSTOMER-ID (WS-CRJ-IDX) TO RPT-REJ-CUSTOMER
                  MOVE CRJ-REASON (WS-CRJ-IDX) TO RPT-REJ-REASON
                  WRITE DTL-RPT-RECORD FROM WS-RPT-REJECT-LINE
              END-PERFORM
              MOVE WS-CUSTOMER-REJECTS TO RPT-REJ-COUNT
              WRITE DTL-RPT-RECORD FROM WS-RPT-REJECT-TRAILER
           END-IF
           CLOSE DTL-RPT-FILE.
       END PROGRAM ZTPADTLR.
