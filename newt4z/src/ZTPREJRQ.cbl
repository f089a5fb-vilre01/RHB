           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJ-RESUB-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-RESUB-RECORD.
           05  RWK-BREED PIC X(30).
           05  RWK-FEE-COMPONENT PIC X(1).
           05  RWK-RETURN-REASON PIC X(3).
           05  RWK-COUNT PIC X(3).
           05  RWK-REJECT-REASON PIC X(28).
           05  RWK-SPECIES PIC X(1).
           05  RWK-TO-SHELTER PIC X(4).
       FD  ADP-PEND-FILE RECORD CONTAINS 96 CHARACTERS
           RECORDING MODE IS F.
       01  ADP-PEND-RECORD.
           05  PND-STATUS PIC X(1).
           05  PND-COUNT PIC X(3).
           05  PND-RESUBMIT-FLAG PIC X(1).
           05  PND-RETURN-REASON PIC X(3).
           05  PND-TO-SHELTER PIC X(4).
           05  PND-CUSTOMER-ID PIC X(8).
           05  PND-SPECIES PIC X(1).
           05  PND-PROMO-CODE PIC X(1).
       FD  REJ-TRK-FILE RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  REJ-TRK-RECORD.
       01  TRK-WORK-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-RESUB-READ PIC 9(6) VALUE 0.
       01  WS-RESUB-QUEUED PIC 9(6) VALUE 0.
               10  RKT-BREED PIC X(30).
               10  RKT-SHELTER PIC X(4).
               10  RKT-PERIOD PIC X(2).
               10  RKT-OLD-BREED PIC X(24).
       01  WS-RKT-COUNT PIC 9(3) VALUE 0.
       01  WS-RKT-IDX PIC 9(3).
       PROCEDURE DIVISION.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPREJRQ' TO VER-PROGRAM-ID
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

       QUEUE-RESUBMISSIONS.
              MOVE RWK-COUNT TO PND-COUNT
              MOVE 'R' TO PND-RESUBMIT-FLAG
              MOVE RWK-RETURN-REASON TO PND-RETURN-REASON
              MOVE RWK-TO-SHELTER TO PND-TO-SHELTER
              MOVE RWK-SPECIES TO PND-SPECIES
              WRITE ADP-PEND-RECORD
              ADD 1 TO WS-RESUB-QUEUED
              IF WS-RKT-COUNT < 100
                 MOVE RWK-BREED TO RKT-BREED (WS-RKT-COUNT)
                 MOVE RWK-SHELTER TO RKT-SHELTER (WS-RKT-COUNT)
                 MOVE RWK-PERIOD TO RKT-PERIOD (WS-RKT-COUNT)
                 MOVE SPACES TO RKT-OLD-BREED (WS-RKT-COUNT)
                 IF RWK-REJECT-REASON (1:4) = 'WAS '
                    MOVE RWK-REJECT-REASON (5:24) TO
                        RKT-OLD-BREED (WS-RKT-COUNT)
                 END-IF
              END-IF
           END-IF.

           IF RTK-STATUS = 'O'
              PERFORM VARYING WS-RKT-IDX FROM 1 BY 1
                      UNTIL WS-RKT-IDX > WS-RKT-COUNT
                  IF (RKT-BREED (WS-RKT-IDX) = RTK-BREED
                      OR (RKT-OLD-BREED (WS-RKT-IDX) NOT = SPACES
                          AND RKT-OLD-BREED (WS-RKT-IDX) =
                              RTK-BREED (1:24)))
                     AND RKT-SHELTER (WS-RKT-IDX) = RTK-SHELTER
                     AND RKT-PERIOD (WS-RKT-IDX) = RTK-PERIOD
                     MOVE 'R' TO RTK-STATUS
