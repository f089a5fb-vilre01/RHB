       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPAUDSL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS PIC X(2).
       01  WS-FIRST-RECORD PIC X(1).
       01  WS-SEALED-COUNT PIC 9(8).
       01  WS-PRIOR-SEAL PIC X(6).
       01  WS-NEW-SEAL PIC X(6).
       01  WS-HASH-PAYLOAD PIC X(74).
       01  WS-HASH-INPUT PIC X(82).
       01  WS-HASH-VALUE PIC 9(10).
       01  WS-HASH-MODULUS PIC 9(7) VALUE 1679609.
       01  WS-HASH-IDX PIC 9(3).
       01  WS-HASH-DIGIT PIC 9(2).
       01  WS-PRIOR-SEQUENCE PIC 9(2).
       01  WS-NEXT-SEQUENCE PIC 9(2).
       01  WS-BASE36-DIGITS PIC X(36)
           VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  STATE-REQUEST-AREA.
           05  STA-PROGRAM-ID PIC X(8) VALUE 'ZTPAUDHK'.
           05  STA-STATE-NAME PIC X(8) VALUE 'CHAINHD'.
           05  STA-STATE-VALUE PIC X(64).
           05  STA-RESULT PIC X(1).
       LINKAGE SECTION.
       01  AUDIT-HASH-AREA.
           05  AHA-PRIOR-SEAL PIC X(6).
           05  AHA-PAYLOAD PIC X(74).
           05  AHA-SEAL PIC X(6).
       PROCEDURE DIVISION.
       SEAL-AUDIT-TRAIL-LOGIC.
           MOVE 'Y' TO WS-FIRST-RECORD
           MOVE 0 TO WS-SEALED-COUNT
           MOVE SPACES TO WS-PRIOR-SEAL
           OPEN I-O AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ZTPAUDSL AUDITLOG OPEN I-O FAILED, STATUS: '
                  AUDIT-STATUS
              GOBACK
           END-IF
           PERFORM UNTIL AUDIT-STATUS NOT = '00'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF CHN-SEAL = SPACES
                     IF WS-FIRST-RECORD = 'Y'
                        PERFORM LOAD-ARCHIVED-CHAIN-HEAD
                     END-IF
                     MOVE CHN-PAYLOAD TO WS-HASH-PAYLOAD
                     PERFORM COMPUTE-CHAIN-SEAL
                     MOVE WS-NEW-SEAL TO CHN-SEAL
                     REWRITE AUDIT-CHAIN-RECORD
                     IF AUDIT-STATUS = '00'
                        ADD 1 TO WS-SEALED-COUNT
                     ELSE
                        DISPLAY 'ZTPAUDSL AUDITLOG REWRITE FAILED, '
                            'STATUS: ' AUDIT-STATUS
                     END-IF
                  END-IF
                  MOVE CHN-SEAL TO WS-PRIOR-SEAL
                  MOVE 'N' TO WS-FIRST-RECORD
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE
           GOBACK.

       ENTRY 'ZTPAUDHS' USING AUDIT-HASH-AREA.
       HASH-AUDIT-RECORD-LOGIC.
           MOVE AHA-PRIOR-SEAL TO WS-PRIOR-SEAL
           MOVE AHA-PAYLOAD TO WS-HASH-PAYLOAD
           PERFORM COMPUTE-CHAIN-SEAL
           MOVE WS-NEW-SEAL TO AHA-SEAL
           GOBACK.

       LOAD-ARCHIVED-CHAIN-HEAD.
           MOVE SPACES TO STA-STATE-VALUE
           CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
           IF STA-RESULT = 'Y'
              MOVE STA-STATE-VALUE (1:6) TO WS-PRIOR-SEAL
           ELSE
              DISPLAY 'ZTPAUDSL NO ARCHIVED CHAIN HEAD ON STATESTR, '
                  'CHAIN STARTS AT FIRST AUDITLOG RECORD'
           END-IF.

       COMPUTE-CHAIN-SEAL.
           MOVE 0 TO WS-PRIOR-SEQUENCE
           IF WS-PRIOR-SEAL (1:2) IS NUMERIC
              MOVE WS-PRIOR-SEAL (1:2) TO WS-PRIOR-SEQUENCE
           END-IF
           IF WS-PRIOR-SEQUENCE = 99
              MOVE 0 TO WS-NEXT-SEQUENCE
           ELSE
              COMPUTE WS-NEXT-SEQUENCE = WS-PRIOR-SEQUENCE + 1
           END-IF
           MOVE WS-PRIOR-SEAL TO WS-HASH-INPUT (1:6)
           MOVE WS-NEXT-SEQUENCE TO WS-HASH-INPUT (7:2)
           MOVE WS-HASH-PAYLOAD TO WS-HASH-INPUT (9:74)
           MOVE 0 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 82
               COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                   WS-HASH-VALUE * 31
                   + FUNCTION ORD(WS-HASH-INPUT (WS-HASH-IDX:1)),
                   WS-HASH-MODULUS)
           END-PERFORM
           MOVE WS-NEXT-SEQUENCE TO WS-NEW-SEAL (1:2)
           PERFORM VARYING WS-HASH-IDX FROM 6 BY -1
                   UNTIL WS-HASH-IDX < 3
               COMPUTE WS-HASH-DIGIT =
                   FUNCTION MOD(WS-HASH-VALUE, 36)
               MOVE WS-BASE36-DIGITS (WS-HASH-DIGIT + 1:1) TO
                   WS-NEW-SEAL (WS-HASH-IDX:1)
               COMPUTE WS-HASH-VALUE = WS-HASH-VALUE / 36
           END-PERFORM.
       END PROGRAM ZTPAUDSL.
