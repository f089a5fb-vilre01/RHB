       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCHIPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHIP-REG-FILE ASSIGN CHIPREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHR-ANIMAL-ID
           FILE STATUS IS CHIP-REG-STATUS.
           SELECT ADOPT-MST-FILE ASSIGN ADOPTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ANIMAL-ID
           FILE STATUS IS ADOPT-MST-STATUS.
           SELECT KSDS-FILE ASSIGN TESTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-KEY
           FILE STATUS IS KSDS-STATUS.
           SELECT CHIP-ACK-FILE ASSIGN CHIPACK
           FILE STATUS IS CHIP-ACK-STATUS.
           SELECT CHIP-OUT-FILE ASSIGN CHIPOUT
           FILE STATUS IS CHIP-OUT-STATUS.
           SELECT CHIP-RPT-FILE ASSIGN CHIPRPT
           FILE STATUS IS CHIP-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHIP-REG-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPCHRCP.
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
           05  ADM-STERIL-STATUS PIC X(1).
           05  ADM-STERIL-DUE-DATE PIC X(8).
           05  ADM-STERIL-PROOF-DATE PIC X(8).
           05  ADM-STERIL-NOTICE PIC X(1).
           05  FILLER PIC X(7).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  CHIP-ACK-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CHIP-ACK-RECORD.
           05  ACK-ANIMAL-ID PIC X(10).
           05  ACK-CUST-NUMBER PIC X(8).
           05  ACK-STATUS PIC X(1).
           05  ACK-REGISTRY-REF PIC X(12).
           05  ACK-REASON-CODE PIC X(4).
           05  ACK-REASON-TEXT PIC X(30).
           05  ACK-DATE PIC X(8).
           05  FILLER PIC X(7).
       FD  CHIP-OUT-FILE RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  CHIP-OUT-RECORD.
           05  CHO-RECORD-TYPE PIC X(1).
           05  CHO-ANIMAL-ID PIC X(10).
           05  CHO-SPECIES PIC X(1).
           05  CHO-BREED PIC X(30).
           05  CHO-SHELTER PIC X(4).
           05  CHO-ADOPT-DATE PIC X(8).
           05  CHO-CUST-NUMBER PIC X(8).
           05  CHO-CUST-NAME PIC X(20).
           05  CHO-CUST-STREET PIC X(20).
           05  CHO-CUST-CITY PIC X(15).
           05  CHO-CUST-STATE PIC X(2).
           05  CHO-CUST-POSTAL PIC X(10).
           05  CHO-SEND-COUNT PIC 9(2).
           05  FILLER PIC X(19).
       FD  CHIP-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CHIP-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  CHIP-REG-STATUS PIC X(2).
       01  ADOPT-MST-STATUS PIC X(2).
       01  KSDS-STATUS PIC X(2).
       01  CHIP-ACK-STATUS PIC X(2).
       01  CHIP-ACK-LOADED PIC X(1) VALUE 'N'.
       01  CHIP-OUT-STATUS PIC X(2).
       01  CHIP-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORDS-READ PIC 9(6) VALUE 0.
       01  WS-FOLLOW-UP-DAYS PIC 9(3) VALUE 14.
       01  WS-LOOKBACK-DAYS PIC 9(3) VALUE 30.
       01  WS-ACKS-READ PIC 9(6) VALUE 0.
       01  WS-ACKS-ACCEPTED PIC 9(6) VALUE 0.
       01  WS-ACKS-REJECTED PIC 9(6) VALUE 0.
       01  WS-ACKS-UNMATCHED PIC 9(6) VALUE 0.
       01  WS-NEW-SENT PIC 9(6) VALUE 0.
       01  WS-RESENT PIC 9(6) VALUE 0.
       01  WS-NOT-SENT PIC 9(6) VALUE 0.
       01  WS-RETURNED-SKIPPED PIC 9(6) VALUE 0.
       01  WS-FOLLOW-UNACKED PIC 9(6) VALUE 0.
       01  WS-FOLLOW-REJECTED PIC 9(6) VALUE 0.
       01  WS-WRITE-FAILED PIC 9(6) VALUE 0.
       01  WS-OUT-COUNT PIC 9(8) VALUE 0.
       01  WS-ACK-RESULT PIC X(30).
       01  WS-REG-FOUND PIC X(1).
       01  WS-SEND-RESULT PIC X(30).
       01  WS-FOLLOW-REASON PIC X(30).
       01  WS-RUN-DATE-INT PIC 9(8).
       01  WS-EARLIEST-DATE-INT PIC 9(8).
       01  WS-WORK-DATE-INT PIC 9(8).
       01  WS-DATE-WORK-NUM PIC 9(8).
       01  WS-DAYS-WAITING PIC S9(9) COMP.
       01  WS-CUST-FOUND PIC X(1).
       01  WS-CUST-NAME PIC X(20).
       01  WS-CUST-STREET PIC X(20).
       01  WS-CUST-CITY PIC X(15).
       01  WS-CUST-STATE PIC X(2).
       01  WS-CUST-POSTAL PIC X(10).
       01  WS-CUST-UPDATED PIC X(8).
       01  WS-OUT-HASH-TOTAL PIC 9(12) VALUE 0.
       01  WS-HASH-WORK PIC 9(12).
       01  WS-HASH-NAME PIC X(20).
       01  WS-BYTE-IDX PIC 9(4).
       COPY ZTPENVCP.
       01  WS-RPT-HEADER.
           05  FILLER PIC X(40)
               VALUE 'MICROCHIP REGISTRY INTERFACE  RUN DATE '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(32) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-ACK-TITLE.
           05  FILLER PIC X(40)
               VALUE 'REGISTRY ACKNOWLEDGEMENTS (CHIPACK)     '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-ACK-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'ANIMAL     CUSTOMER S REF/REASON   RESUL'.
           05  FILLER PIC X(40) VALUE 'T'.
       01  WS-RPT-ACK-LINE.
           05  RPT-ACK-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACK-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACK-STATUS PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACK-REF PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ACK-RESULT PIC X(30).
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-RPT-SEND-TITLE.
           05  FILLER PIC X(40)
               VALUE 'REGISTRATIONS SENT TO THE REGISTRY (CHIP'.
           05  FILLER PIC X(40) VALUE 'OUT)'.
       01  WS-RPT-SEND-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'ANIMAL     CUSTOMER SHEL ADOPTED  RESULT'.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-SEND-LINE.
           05  RPT-SND-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SND-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SND-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SND-ADOPT-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SND-RESULT PIC X(30).
           05  FILLER PIC X(16) VALUE SPACES.
       01  WS-RPT-FOLLOW-TITLE.
           05  FILLER PIC X(40)
               VALUE 'REGISTRATIONS FOR FOLLOW-UP - NOT ACKNOW'.
           05  FILLER PIC X(15) VALUE 'LEDGED IN OVER '.
           05  RPT-FOL-DAYS PIC ZZ9.
           05  FILLER PIC X(22) VALUE ' DAYS, OR REJECTED'.
       01  WS-RPT-FOLLOW-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'ANIMAL     CUSTOMER SHEL ADOPTED  SENT  '.
           05  FILLER PIC X(40)
               VALUE '    DAYS REASON'.
       01  WS-RPT-FOLLOW-LINE.
           05  RPT-FOL-ANIMAL PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-FOL-CUSTOMER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-FOL-SHELTER PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-FOL-ADOPT-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-FOL-SENT-DATE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-FOL-WAITING PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-FOL-REASON PIC X(30).
           05  FILLER PIC X(2) VALUE SPACES.
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
           05  PARM-TEXT PIC X(6).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           IF PARM-LENGTH >= 3
              AND PARM-TEXT (1:3) IS NUMERIC
              AND PARM-TEXT (1:3) NOT = '000'
              MOVE PARM-TEXT (1:3) TO WS-FOLLOW-UP-DAYS
           END-IF
           IF PARM-LENGTH >= 6
              AND PARM-TEXT (4:3) IS NUMERIC
              AND PARM-TEXT (4:3) NOT = '000'
              MOVE PARM-TEXT (4:3) TO WS-LOOKBACK-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
           COMPUTE WS-EARLIEST-DATE-INT =
               WS-RUN-DATE-INT - WS-LOOKBACK-DAYS
           OPEN OUTPUT CHIP-RPT-FILE
           IF CHIP-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCHIPR CHIPRPT OPEN FAILED, STATUS: '
                  CHIP-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE CHIP-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           PERFORM OPEN-CHIP-REGISTER
           OPEN INPUT KSDS-FILE
           IF KSDS-STATUS NOT = '00'
              DISPLAY 'ZTPCHIPR TESTKSDS OPEN FAILED, STATUS: '
                  KSDS-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CHIP-REG-FILE
              CLOSE CHIP-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           OPEN OUTPUT CHIP-OUT-FILE
           IF CHIP-OUT-STATUS NOT = '00'
              DISPLAY 'ZTPCHIPR CHIPOUT OPEN FAILED, STATUS: '
                  CHIP-OUT-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CHIP-REG-FILE
              CLOSE KSDS-FILE
              CLOSE CHIP-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           PERFORM WRITE-OUT-ENVELOPE-HEADER
           PERFORM MATCH-ACKNOWLEDGEMENTS
           CLOSE CHIP-REG-FILE
           PERFORM OPEN-CHIP-REGISTER
           OPEN INPUT ADOPT-MST-FILE
           IF ADOPT-MST-STATUS NOT = '00'
              DISPLAY 'ZTPCHIPR ADOPTMST OPEN FAILED, STATUS: '
                  ADOPT-MST-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CHIP-REG-FILE
              CLOSE KSDS-FILE
              CLOSE CHIP-OUT-FILE
              CLOSE CHIP-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE SPACES TO CHIP-RPT-RECORD
           WRITE CHIP-RPT-RECORD
           WRITE CHIP-RPT-RECORD FROM WS-RPT-SEND-TITLE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-SEND-COLUMNS
           PERFORM RESEND-CORRECTED-REJECTS
           CLOSE CHIP-REG-FILE
           PERFORM OPEN-CHIP-REGISTER
           MOVE LOW-VALUES TO ADM-ANIMAL-ID
           START ADOPT-MST-FILE KEY IS NOT LESS THAN ADM-ANIMAL-ID
           MOVE 'Y' TO WS-MORE-RECORDS
           IF ADOPT-MST-STATUS NOT = '00'
              MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ADOPT-MST-FILE NEXT RECORD
               IF ADOPT-MST-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM SELECT-ONE-ADOPTION
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE ADOPT-MST-FILE
           IF WS-NEW-SENT = 0
              AND WS-RESENT = 0
              AND WS-NOT-SENT = 0
              MOVE 'NO REGISTRATIONS TO SEND' TO RPT-NONE-TEXT
              WRITE CHIP-RPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF
           PERFORM WRITE-OUT-ENVELOPE-TRAILER
           CLOSE CHIP-OUT-FILE
           CLOSE CHIP-REG-FILE
           PERFORM OPEN-CHIP-REGISTER
           PERFORM LIST-FOLLOW-UPS
           CLOSE CHIP-REG-FILE
           CLOSE KSDS-FILE
           PERFORM WRITE-RUN-COUNTS
           CLOSE CHIP-RPT-FILE
           DISPLAY 'ZTPCHIPR ACKNOWLEDGEMENTS READ: ' WS-ACKS-READ
               ' ACCEPTED: ' WS-ACKS-ACCEPTED
               ' REJECTED: ' WS-ACKS-REJECTED
               ' NOT MATCHED: ' WS-ACKS-UNMATCHED
           DISPLAY 'ZTPCHIPR REGISTRATIONS SENT: ' WS-NEW-SENT
               ' RESENT: ' WS-RESENT
               ' NOT SENT: ' WS-NOT-SENT
           DISPLAY 'ZTPCHIPR FOLLOW-UP UNACKNOWLEDGED: '
               WS-FOLLOW-UNACKED ' REJECTED: ' WS-FOLLOW-REJECTED
           IF WS-ACKS-UNMATCHED > 0
              OR WS-NOT-SENT > 0
              OR WS-WRITE-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           IF CHIP-ACK-LOADED = 'Y'
              AND WS-RUN-MODE NOT = 'TEST'
              PERFORM CLEAR-ACKNOWLEDGEMENT-FILE
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
              MOVE 'ZTPCHIPR' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPCHIPR' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-RECORDS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCHIPR' TO VER-PROGRAM-ID
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

       OPEN-CHIP-REGISTER.
           IF WS-RUN-MODE = 'TEST'
              OPEN INPUT CHIP-REG-FILE
           ELSE
              OPEN I-O CHIP-REG-FILE
           END-IF
           IF CHIP-REG-STATUS NOT = '00'
              DISPLAY 'ZTPCHIPR CHIPREG OPEN FAILED, STATUS: '
                  CHIP-REG-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE CHIP-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT CHIP-ACK-FILE
           IF CHIP-ACK-STATUS NOT = '00'
              DISPLAY 'ZTPCHIPR CHIPACK NOT AVAILABLE, STATUS: '
                  CHIP-ACK-STATUS
           ELSE
              MOVE 'Y' TO CHIP-ACK-LOADED
              MOVE SPACES TO CHIP-RPT-RECORD
              WRITE CHIP-RPT-RECORD
              WRITE CHIP-RPT-RECORD FROM WS-RPT-ACK-TITLE
              WRITE CHIP-RPT-RECORD FROM WS-RPT-ACK-COLUMNS
              MOVE 'Y' TO WS-MORE-RECORDS
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ CHIP-ACK-FILE
                  IF CHIP-ACK-STATUS = '00'
                     IF CHIP-ACK-RECORD (1:4) NOT = 'ENVH'
                        AND CHIP-ACK-RECORD (1:4) NOT = 'ENVT'
                        ADD 1 TO WS-ACKS-READ
                        PERFORM MATCH-ONE-ACKNOWLEDGEMENT
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-MORE-RECORDS
                  END-IF
              END-PERFORM
              CLOSE CHIP-ACK-FILE
              IF WS-ACKS-READ = 0
                 MOVE 'NO ACKNOWLEDGEMENTS RECEIVED' TO RPT-NONE-TEXT
                 WRITE CHIP-RPT-RECORD FROM WS-RPT-NONE-LINE
              END-IF
           END-IF.

       MATCH-ONE-ACKNOWLEDGEMENT.
           MOVE SPACES TO WS-ACK-RESULT
           MOVE 'N' TO WS-REG-FOUND
           EVALUATE TRUE
               WHEN ACK-ANIMAL-ID = SPACES
                   MOVE 'ANIMAL ID MISSING' TO WS-ACK-RESULT
               WHEN ACK-STATUS NOT = 'A'
                    AND ACK-STATUS NOT = 'R'
                   MOVE 'UNKNOWN ACKNOWLEDGEMENT STATUS' TO
                       WS-ACK-RESULT
               WHEN OTHER
                   MOVE ACK-ANIMAL-ID TO CHR-ANIMAL-ID
                   READ CHIP-REG-FILE
                       INVALID KEY
                           MOVE 'NOT ON CHIPREG' TO WS-ACK-RESULT
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-REG-FOUND
                   END-READ
           END-EVALUATE
           IF WS-REG-FOUND = 'Y'
              EVALUATE TRUE
                  WHEN ACK-CUST-NUMBER NOT = CHR-CUSTOMER-ID
                      MOVE 'CUSTOMER NOT AS SENT' TO
                          WS-ACK-RESULT
                  WHEN NOT CHR-SENT
                      MOVE 'NOT AWAITING ACKNOWLEDGEMENT' TO
                          WS-ACK-RESULT
              END-EVALUATE
           END-IF
           IF WS-REG-FOUND = 'Y'
              AND WS-ACK-RESULT = SPACES
              MOVE WS-RUN-DATE TO CHR-ACK-DATE
              IF ACK-STATUS = 'A'
                 MOVE 'A' TO CHR-STATUS
                 MOVE ACK-REGISTRY-REF TO CHR-REGISTRY-REF
                 MOVE SPACES TO CHR-REJECT-CODE
                 MOVE SPACES TO CHR-REJECT-TEXT
                 MOVE 'REGISTERED' TO WS-ACK-RESULT
              ELSE
                 MOVE 'R' TO CHR-STATUS
                 MOVE ACK-REASON-CODE TO CHR-REJECT-CODE
                 MOVE ACK-REASON-TEXT TO CHR-REJECT-TEXT
                 MOVE ACK-REASON-TEXT TO WS-ACK-RESULT
              END-IF
              MOVE FUNCTION CURRENT-DATE TO CHR-UPDATED-TS
              IF WS-RUN-MODE NOT = 'TEST'
                 REWRITE CHIP-REG-RECORD
                 IF CHIP-REG-STATUS NOT = '00'
                    MOVE 'CHIPREG REWRITE FAILED' TO WS-ACK-RESULT
                    MOVE 'N' TO WS-REG-FOUND
                 END-IF
              END-IF
           ELSE
              MOVE 'N' TO WS-REG-FOUND
           END-IF
           IF WS-REG-FOUND = 'Y'
              IF ACK-STATUS = 'A'
                 ADD 1 TO WS-ACKS-ACCEPTED
              ELSE
                 ADD 1 TO WS-ACKS-REJECTED
              END-IF
           ELSE
              ADD 1 TO WS-ACKS-UNMATCHED
           END-IF
           MOVE ACK-ANIMAL-ID TO RPT-ACK-ANIMAL
           MOVE ACK-CUST-NUMBER TO RPT-ACK-CUSTOMER
           MOVE ACK-STATUS TO RPT-ACK-STATUS
           IF ACK-STATUS = 'R'
              MOVE ACK-REASON-CODE TO RPT-ACK-REF
           ELSE
              MOVE ACK-REGISTRY-REF TO RPT-ACK-REF
           END-IF
           MOVE WS-ACK-RESULT TO RPT-ACK-RESULT
           WRITE CHIP-RPT-RECORD FROM WS-RPT-ACK-LINE.

       RESEND-CORRECTED-REJECTS.
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ CHIP-REG-FILE NEXT RECORD
               IF CHIP-REG-STATUS = '00'
                  IF CHR-REJECTED
                     AND CHR-ACK-DATE < WS-RUN-DATE
                     PERFORM RESEND-ONE-REJECT
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM.

       RESEND-ONE-REJECT.
           MOVE CHR-CUSTOMER-ID TO KSDS-KEY
           PERFORM LOOKUP-ADOPTER
           IF WS-CUST-FOUND = 'Y'
              AND WS-CUST-UPDATED > CHR-ACK-DATE
              MOVE SPACES TO CHIP-OUT-RECORD
              MOVE CHR-ANIMAL-ID TO ADM-ANIMAL-ID
              READ ADOPT-MST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ADM-SPECIES TO CHO-SPECIES
                      MOVE ADM-BREED TO CHO-BREED
              END-READ
              MOVE 'S' TO CHR-STATUS
              MOVE WS-RUN-DATE TO CHR-SENT-DATE
              IF CHR-SEND-COUNT < 99
                 ADD 1 TO CHR-SEND-COUNT
              END-IF
              MOVE FUNCTION CURRENT-DATE TO CHR-UPDATED-TS
              MOVE 'RESENT AFTER CUSTOMER UPDATE' TO WS-SEND-RESULT
              IF WS-RUN-MODE NOT = 'TEST'
                 REWRITE CHIP-REG-RECORD
                 IF CHIP-REG-STATUS NOT = '00'
                    MOVE 'REWRITE FAILED - NOT SENT' TO
                        WS-SEND-RESULT
                    ADD 1 TO WS-WRITE-FAILED
                 END-IF
              END-IF
              IF WS-SEND-RESULT = 'RESENT AFTER CUSTOMER UPDATE'
                 MOVE 'C' TO CHO-RECORD-TYPE
                 MOVE CHR-ANIMAL-ID TO CHO-ANIMAL-ID
                 MOVE CHR-SHELTER TO CHO-SHELTER
                 MOVE CHR-ADOPT-DATE TO CHO-ADOPT-DATE
                 MOVE CHR-CUSTOMER-ID TO CHO-CUST-NUMBER
                 MOVE CHR-SEND-COUNT TO CHO-SEND-COUNT
                 PERFORM WRITE-REGISTRATION
                 ADD 1 TO WS-RESENT
              END-IF
              MOVE CHR-ANIMAL-ID TO RPT-SND-ANIMAL
              MOVE CHR-CUSTOMER-ID TO RPT-SND-CUSTOMER
              MOVE CHR-SHELTER TO RPT-SND-SHELTER
              MOVE CHR-ADOPT-DATE TO RPT-SND-ADOPT-DATE
              MOVE WS-SEND-RESULT TO RPT-SND-RESULT
              WRITE CHIP-RPT-RECORD FROM WS-RPT-SEND-LINE
           END-IF.

       SELECT-ONE-ADOPTION.
           IF ADM-FEE-CHIP IS NUMERIC
              AND ADM-FEE-CHIP > 0
              AND ADM-ADOPT-DATE IS NUMERIC
              AND ADM-ADOPT-DATE <= WS-RUN-DATE
              MOVE ADM-ADOPT-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-WORK-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              IF WS-WORK-DATE-INT >= WS-EARLIEST-DATE-INT
                 MOVE ADM-ANIMAL-ID TO CHR-ANIMAL-ID
                 READ CHIP-REG-FILE
                     INVALID KEY
                         PERFORM SEND-NEW-REGISTRATION
                 END-READ
              END-IF
           END-IF.

       SEND-NEW-REGISTRATION.
           IF ADM-REFUND-DATE NOT = SPACES
              ADD 1 TO WS-RETURNED-SKIPPED
           ELSE
              MOVE SPACES TO WS-SEND-RESULT
              IF ADM-CUSTOMER-ID = SPACES
                 MOVE 'N' TO WS-CUST-FOUND
                 MOVE 'NO CUSTOMER NUMBER - NOT SENT' TO
                     WS-SEND-RESULT
              ELSE
                 MOVE ADM-CUSTOMER-ID TO KSDS-KEY
                 PERFORM LOOKUP-ADOPTER
                 IF WS-CUST-FOUND = 'N'
                    MOVE 'NOT ON TESTKSDS - NOT SENT' TO
                        WS-SEND-RESULT
                 END-IF
              END-IF
              IF WS-CUST-FOUND = 'Y'
                 MOVE SPACES TO CHIP-REG-RECORD
                 MOVE ADM-ANIMAL-ID TO CHR-ANIMAL-ID
                 MOVE ADM-CUSTOMER-ID TO CHR-CUSTOMER-ID
                 MOVE ADM-SHELTER TO CHR-SHELTER
                 MOVE ADM-ADOPT-DATE TO CHR-ADOPT-DATE
                 MOVE 'S' TO CHR-STATUS
                 MOVE WS-RUN-DATE TO CHR-SENT-DATE
                 MOVE 1 TO CHR-SEND-COUNT
                 MOVE FUNCTION CURRENT-DATE TO CHR-UPDATED-TS
                 MOVE 'SENT' TO WS-SEND-RESULT
                 IF WS-RUN-MODE NOT = 'TEST'
                    WRITE CHIP-REG-RECORD
                    IF CHIP-REG-STATUS NOT = '00'
                       MOVE 'WRITE FAILED - NOT SENT' TO
                           WS-SEND-RESULT
                       ADD 1 TO WS-WRITE-FAILED
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WS-NOT-SENT
              END-IF
              IF WS-SEND-RESULT = 'SENT'
                 MOVE SPACES TO CHIP-OUT-RECORD
                 MOVE 'N' TO CHO-RECORD-TYPE
                 MOVE ADM-ANIMAL-ID TO CHO-ANIMAL-ID
                 MOVE ADM-SPECIES TO CHO-SPECIES
                 MOVE ADM-BREED TO CHO-BREED
                 MOVE ADM-SHELTER TO CHO-SHELTER
                 MOVE ADM-ADOPT-DATE TO CHO-ADOPT-DATE
                 MOVE ADM-CUSTOMER-ID TO CHO-CUST-NUMBER
                 MOVE 1 TO CHO-SEND-COUNT
                 PERFORM WRITE-REGISTRATION
                 ADD 1 TO WS-NEW-SENT
              END-IF
              MOVE ADM-ANIMAL-ID TO RPT-SND-ANIMAL
              MOVE ADM-CUSTOMER-ID TO RPT-SND-CUSTOMER
              MOVE ADM-SHELTER TO RPT-SND-SHELTER
              MOVE ADM-ADOPT-DATE TO RPT-SND-ADOPT-DATE
              MOVE WS-SEND-RESULT TO RPT-SND-RESULT
              WRITE CHIP-RPT-RECORD FROM WS-RPT-SEND-LINE
           END-IF.

       LOOKUP-ADOPTER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-STREET
           MOVE SPACES TO WS-CUST-CITY
           MOVE SPACES TO WS-CUST-STATE
           MOVE SPACES TO WS-CUST-POSTAL
           MOVE SPACES TO WS-CUST-UPDATED
           READ KSDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
                   MOVE KSDS-TEXT (1:20) TO WS-CUST-NAME
                   MOVE KSDS-TEXT (21:20) TO WS-CUST-STREET
                   MOVE KSDS-TEXT (41:15) TO WS-CUST-CITY
                   MOVE KSDS-TEXT (56:2) TO WS-CUST-STATE
                   MOVE KSDS-TEXT (58:10) TO WS-CUST-POSTAL
                   MOVE KSDS-UPDATED-TS (1:8) TO WS-CUST-UPDATED
           END-READ.

       WRITE-REGISTRATION.
           MOVE WS-CUST-NAME TO CHO-CUST-NAME
           MOVE WS-CUST-STREET TO CHO-CUST-STREET
           MOVE WS-CUST-CITY TO CHO-CUST-CITY
           MOVE WS-CUST-STATE TO CHO-CUST-STATE
           MOVE WS-CUST-POSTAL TO CHO-CUST-POSTAL
           WRITE CHIP-OUT-RECORD
           ADD 1 TO WS-OUT-COUNT
           MOVE WS-CUST-NAME TO WS-HASH-NAME
           MOVE WS-OUT-HASH-TOTAL TO WS-HASH-WORK
           PERFORM ADD-NAME-TO-HASH
           MOVE WS-HASH-WORK TO WS-OUT-HASH-TOTAL.

       ADD-NAME-TO-HASH.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK +
                   FUNCTION ORD(WS-HASH-NAME (WS-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       WRITE-OUT-ENVELOPE-HEADER.
           MOVE SPACES TO ENVELOPE-HEADER-RECORD
           MOVE 'ENVH' TO ENV-HDR-ID
           MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
           MOVE 'ZTPCHIPR' TO ENV-HDR-PROGRAM-ID
           MOVE 63 TO ENV-HDR-HASH-POS
           MOVE 20 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO CHIP-OUT-RECORD
           MOVE ENVELOPE-HEADER-RECORD TO CHIP-OUT-RECORD (1:40)
           WRITE CHIP-OUT-RECORD.

       WRITE-OUT-ENVELOPE-TRAILER.
           MOVE SPACES TO ENVELOPE-TRAILER-RECORD
           MOVE 'ENVT' TO ENV-TRL-ID
           MOVE WS-OUT-COUNT TO ENV-TRL-RECORD-COUNT
           MOVE WS-OUT-HASH-TOTAL TO ENV-TRL-HASH-TOTAL
           MOVE SPACES TO CHIP-OUT-RECORD
           MOVE ENVELOPE-TRAILER-RECORD TO CHIP-OUT-RECORD (1:40)
           WRITE CHIP-OUT-RECORD.

       LIST-FOLLOW-UPS.
           MOVE SPACES TO CHIP-RPT-RECORD
           WRITE CHIP-RPT-RECORD
           MOVE WS-FOLLOW-UP-DAYS TO RPT-FOL-DAYS
           WRITE CHIP-RPT-RECORD FROM WS-RPT-FOLLOW-TITLE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-FOLLOW-COLUMNS
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ CHIP-REG-FILE NEXT RECORD
               IF CHIP-REG-STATUS = '00'
                  PERFORM CHECK-ONE-FOLLOW-UP
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           IF WS-FOLLOW-UNACKED = 0
              AND WS-FOLLOW-REJECTED = 0
              MOVE 'NO REGISTRATIONS NEED FOLLOW-UP' TO RPT-NONE-TEXT
              WRITE CHIP-RPT-RECORD FROM WS-RPT-NONE-LINE
           END-IF.

       CHECK-ONE-FOLLOW-UP.
           MOVE SPACES TO WS-FOLLOW-REASON
           MOVE 0 TO WS-DAYS-WAITING
           IF CHR-SENT-DATE IS NUMERIC
              MOVE CHR-SENT-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-WORK-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              COMPUTE WS-DAYS-WAITING =
                  WS-RUN-DATE-INT - WS-WORK-DATE-INT
           END-IF
           EVALUATE TRUE
               WHEN CHR-SENT
                    AND WS-DAYS-WAITING > WS-FOLLOW-UP-DAYS
                   MOVE 'NOT ACKNOWLEDGED BY REGISTRY' TO
                       WS-FOLLOW-REASON
                   ADD 1 TO WS-FOLLOW-UNACKED
               WHEN CHR-REJECTED
                   STRING 'REJ ' DELIMITED BY SIZE
                       CHR-REJECT-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CHR-REJECT-TEXT DELIMITED BY SIZE
                       INTO WS-FOLLOW-REASON
                   END-STRING
                   ADD 1 TO WS-FOLLOW-REJECTED
           END-EVALUATE
           IF WS-FOLLOW-REASON NOT = SPACES
              MOVE CHR-ANIMAL-ID TO RPT-FOL-ANIMAL
              MOVE CHR-CUSTOMER-ID TO RPT-FOL-CUSTOMER
              MOVE CHR-SHELTER TO RPT-FOL-SHELTER
              MOVE CHR-ADOPT-DATE TO RPT-FOL-ADOPT-DATE
              MOVE CHR-SENT-DATE TO RPT-FOL-SENT-DATE
              MOVE WS-DAYS-WAITING TO RPT-FOL-WAITING
              MOVE WS-FOLLOW-REASON TO RPT-FOL-REASON
              WRITE CHIP-RPT-RECORD FROM WS-RPT-FOLLOW-LINE
           END-IF.

       WRITE-RUN-COUNTS.
           MOVE SPACES TO CHIP-RPT-RECORD
           WRITE CHIP-RPT-RECORD
           MOVE 'ACKNOWLEDGEMENTS READ' TO RPT-CNT-LABEL
           MOVE WS-ACKS-READ TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  ACCEPTED BY THE REGISTRY' TO RPT-CNT-LABEL
           MOVE WS-ACKS-ACCEPTED TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  REJECTED BY THE REGISTRY' TO RPT-CNT-LABEL
           MOVE WS-ACKS-REJECTED TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE '  NOT MATCHED TO CHIPREG' TO RPT-CNT-LABEL
           MOVE WS-ACKS-UNMATCHED TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ADOPTMST RECORDS READ' TO RPT-CNT-LABEL
           MOVE WS-RECORDS-READ TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'NEW REGISTRATIONS SENT' TO RPT-CNT-LABEL
           MOVE WS-NEW-SENT TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'REJECTED REGISTRATIONS RESENT' TO RPT-CNT-LABEL
           MOVE WS-RESENT TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'NOT SENT - NO ADOPTER ON TESTKSDS' TO RPT-CNT-LABEL
           MOVE WS-NOT-SENT TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'NOT SENT - RETURNED BEFORE SENDING' TO RPT-CNT-LABEL
           MOVE WS-RETURNED-SKIPPED TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FOLLOW-UP - NOT ACKNOWLEDGED' TO RPT-CNT-LABEL
           MOVE WS-FOLLOW-UNACKED TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FOLLOW-UP - REJECTED' TO RPT-CNT-LABEL
           MOVE WS-FOLLOW-REJECTED TO RPT-CNT-VALUE
           WRITE CHIP-RPT-RECORD FROM WS-RPT-COUNT-LINE.

       CLEAR-ACKNOWLEDGEMENT-FILE.
           OPEN OUTPUT CHIP-ACK-FILE
           IF CHIP-ACK-STATUS = '00'
              CLOSE CHIP-ACK-FILE
           ELSE
              DISPLAY 'ZTPCHIPR CHIPACK CLEAR FAILED, STATUS: '
                  CHIP-ACK-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM ZTPCHIPR.
