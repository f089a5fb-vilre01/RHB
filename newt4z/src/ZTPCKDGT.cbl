       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCKDGT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CUST-DIGITS PIC X(8).
       01  WS-DIGIT-IDX PIC 9(1).
       01  WS-DIGIT-VALUE PIC 9(1).
       01  WS-WEIGHTED-SUM PIC 9(4).
       01  WS-REMAINDER PIC 9(2).
       01  WS-CHECK-VALUE PIC 9(2).
       01  CHECK-WEIGHT-VALUES PIC X(7) VALUE '8765432'.
       01  CHECK-WEIGHT-TABLE REDEFINES CHECK-WEIGHT-VALUES.
           05  CHECK-WEIGHT OCCURS 7 TIMES PIC 9(1).
       LINKAGE SECTION.
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       PROCEDURE DIVISION USING CHECK-DIGIT-AREA.
       CHECK-DIGIT-LOGIC.
           MOVE 'N' TO CDA-RESULT
           MOVE SPACES TO CDA-REASON
           MOVE CDA-CUST-NUMBER TO WS-CUST-DIGITS
           IF WS-CUST-DIGITS = SPACES OR WS-CUST-DIGITS = LOW-VALUES
              MOVE 'CUSTOMER NUMBER MISSING' TO CDA-REASON
              GOBACK
           END-IF
           IF WS-CUST-DIGITS (1:7) IS NOT NUMERIC
              MOVE 'CUSTOMER NUMBER NOT 8 DIGITS' TO CDA-REASON
              GOBACK
           END-IF
           PERFORM COMPUTE-CHECK-VALUE
           EVALUATE CDA-ACTION
               WHEN 'V'
                   IF WS-CUST-DIGITS (8:1) IS NOT NUMERIC
                      MOVE 'CUSTOMER NUMBER NOT 8 DIGITS' TO
                          CDA-REASON
                   ELSE
                      MOVE WS-CUST-DIGITS (8:1) TO WS-DIGIT-VALUE
                      IF WS-CHECK-VALUE = 10
                         OR WS-CHECK-VALUE NOT = WS-DIGIT-VALUE
                         MOVE 'CUST NUMBER CHECK DIGIT WRONG' TO
                             CDA-REASON
                      ELSE
                         MOVE 'Y' TO CDA-RESULT
                      END-IF
                   END-IF
               WHEN 'G'
                   IF WS-CHECK-VALUE = 10
                      MOVE 'BASE NUMBER CANNOT BE ISSUED' TO
                          CDA-REASON
                   ELSE
                      MOVE WS-CHECK-VALUE (2:1) TO
                          CDA-CUST-NUMBER (8:1)
                      MOVE 'Y' TO CDA-RESULT
                   END-IF
               WHEN OTHER
                   DISPLAY 'ZTPCKDGT UNKNOWN ACTION: ' CDA-ACTION
                   MOVE 'CHECK DIGIT REQUEST INVALID' TO CDA-REASON
           END-EVALUATE
           GOBACK.

       COMPUTE-CHECK-VALUE.
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 7
               MOVE WS-CUST-DIGITS (WS-DIGIT-IDX:1) TO WS-DIGIT-VALUE
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-DIGIT-VALUE * CHECK-WEIGHT (WS-DIGIT-IDX)
           END-PERFORM
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-CHECK-VALUE
               REMAINDER WS-REMAINDER
           IF WS-REMAINDER = 0
              MOVE 0 TO WS-CHECK-VALUE
           ELSE
              COMPUTE WS-CHECK-VALUE = 11 - WS-REMAINDER
           END-IF.
       END PROGRAM ZTPCKDGT.
