           FILE STATUS IS KEY-EXC-STATUS.
           SELECT CHG-TRN-FILE ASSIGN CHGTRN
           FILE STATUS IS CHG-TRN-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-IN-FILE RECORD CONTAINS 20 CHARACTERS
           05  CHG-ACTION PIC X(1).
           05  CHG-NEW-NAME PIC X(20).
           05  CHG-NEW-STREET PIC X(20).
           05  CHG-SEQUENCE PIC 9(8).
           05  FILLER PIC X(3).
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CUST-NAME PIC X(20).
       01  KEY-EXC-STATUS PIC X(2).
       01  KEY-EXC-OPEN PIC X(1) VALUE 'N'.
       01  CHG-TRN-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-CHANGE-MODE PIC X(1) VALUE 'N'.
       01  WS-MORE-CHANGES PIC X(1) VALUE 'Y'.
       01  WS-CHANGES-READ PIC 9(6) VALUE 0.
       01  WS-CHANGES-APPLIED PIC 9(6) VALUE 0.
       01  WS-CHANGES-REJECTED PIC 9(6) VALUE 0.
       01  WS-CHANGES-SKIPPED PIC 9(6) VALUE 0.
       01  WS-FEED-NAME PIC X(8) VALUE 'CHGTRN'.
       01  WS-COMMITTED-SEQUENCE PIC S9(9) COMP VALUE 0.
       01  WS-HIGH-SEQUENCE PIC S9(9) COMP VALUE 0.
       01  WS-CHGCTL-ROW PIC X(1) VALUE 'N'.
       01  WS-CHANGE-REASON PIC X(39).
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-NEW-NAME PIC X(20).
           05  KEX-CUST-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  KEX-REASON PIC X(39).
       01  HISTORY-REQUEST-AREA.
           05  HRA-ACTION PIC X(1).
           05  HRA-CUST-NUMBER PIC X(8).
           05  HRA-SOURCE PIC X(8).
           05  HRA-USERID PIC X(8).
           05  HRA-RESULT PIC X(1).
           05  HRA-SQLCODE PIC S9(9).
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'GOT TO ZTDB2TE1'
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           OPEN INPUT CHG-TRN-FILE
           IF CHG-TRN-STATUS = '00'
              MOVE 'Y' TO WS-CHANGE-MODE
              DISPLAY 'ZTDB2TE1 CHANGE FILE MODE - APPLYING FIELD '
                  'LEVEL CUSTOMER CHANGES'
              PERFORM LOAD-CHANGE-SEQUENCE
              IF WS-SQL-ERROR = 'N'
                 PERFORM PROCESS-CHANGE-FILE
              END-IF
              CLOSE CHG-TRN-FILE
              IF KEY-EXC-OPEN = 'Y'
                 CLOSE KEY-EXC-FILE
              END-IF
              IF WS-SQL-ERROR = 'N'
                 PERFORM COMMIT-CHANGE-UNIT
              END-IF
              IF WS-SQL-ERROR = 'Y'
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
                 DISPLAY 'ZTDB2TE1 UNCOMMITTED CHANGES ROLLED BACK, '
                     'RERUN RESUMES AFTER SEQUENCE '
                     WS-COMMITTED-SEQUENCE
              END-IF
              DISPLAY 'ZTDB2TE1 CHANGES READ: ' WS-CHANGES-READ
              DISPLAY 'ZTDB2TE1 CHANGES SKIPPED (ALREADY APPLIED): '
                  WS-CHANGES-SKIPPED
              DISPLAY 'ZTDB2TE1 CHANGES APPLIED: '
                  WS-CHANGES-APPLIED
              DISPLAY 'ZTDB2TE1 CHANGES REJECTED: '
           PERFORM SET-FINAL-RETURN-CODE
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

       WRITE-VERSION-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTDB2TE1' TO VER-PROGRAM-ID
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

       PROCESS-CHANGE-FILE.
           PERFORM UNTIL WS-MORE-CHANGES = 'N'
               READ CHG-TRN-FILE
               IF CHG-TRN-STATUS = '00'
                  IF CHG-TRN-RECORD NOT = SPACES
                     ADD 1 TO WS-CHANGES-READ
                     PERFORM SEQUENCE-ONE-CHANGE
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-CHANGES
               END-IF
           END-PERFORM.

       LOAD-CHANGE-SEQUENCE.
           EXEC SQL
               SELECT LAST-SEQUENCE
                 INTO :WS-COMMITTED-SEQUENCE
                 FROM CHGCTL
                WHERE FEED-NAME = :WS-FEED-NAME
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-CHGCTL-ROW
               WHEN 100
                   MOVE 0 TO WS-COMMITTED-SEQUENCE
               WHEN OTHER
                   DISPLAY 'ZTDB2TE1 CHGCTL SELECT FAILED, SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-ERROR
           END-EVALUATE
           MOVE WS-COMMITTED-SEQUENCE TO WS-HIGH-SEQUENCE
           DISPLAY 'ZTDB2TE1 LAST COMMITTED CHANGE SEQUENCE: '
               WS-COMMITTED-SEQUENCE.

       SEQUENCE-ONE-CHANGE.
           EVALUATE TRUE
               WHEN CHG-SEQUENCE NOT NUMERIC OR CHG-SEQUENCE = 0
                   MOVE 'CHANGE SEQUENCE MISSING OR NOT NUMERIC'
                       TO WS-CHANGE-REASON
                   PERFORM WRITE-CHANGE-EXCEPTION
               WHEN CHG-SEQUENCE NOT > WS-COMMITTED-SEQUENCE
                    AND WS-HIGH-SEQUENCE = WS-COMMITTED-SEQUENCE
                   ADD 1 TO WS-CHANGES-SKIPPED
               WHEN CHG-SEQUENCE = WS-HIGH-SEQUENCE
                   MOVE 'DUPLICATE CHANGE SEQUENCE NUMBER'
                       TO WS-CHANGE-REASON
                   PERFORM WRITE-CHANGE-EXCEPTION
               WHEN CHG-SEQUENCE < WS-HIGH-SEQUENCE
                   MOVE 'CHANGE SEQUENCE OUT OF ORDER'
                       TO WS-CHANGE-REASON
                   PERFORM WRITE-CHANGE-EXCEPTION
               WHEN OTHER
                   MOVE CHG-SEQUENCE TO WS-HIGH-SEQUENCE
                   PERFORM APPLY-ONE-CHANGE
           END-EVALUATE.

       COMMIT-CHANGE-UNIT.
           IF WS-HIGH-SEQUENCE > WS-COMMITTED-SEQUENCE
              IF WS-CHGCTL-ROW = 'Y'
                 EXEC SQL
                     UPDATE CHGCTL
                        SET LAST-SEQUENCE = :WS-HIGH-SEQUENCE,
                            LAST-COMMIT-TS = CURRENT TIMESTAMP
                      WHERE FEED-NAME = :WS-FEED-NAME
                 END-EXEC
              ELSE
                 EXEC SQL
                     INSERT INTO CHGCTL
                            (FEED-NAME, LAST-SEQUENCE, LAST-COMMIT-TS)
                     VALUES (:WS-FEED-NAME, :WS-HIGH-SEQUENCE,
                             CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 DISPLAY 'ZTDB2TE1 CHGCTL SEQUENCE SAVE FAILED, '
                     'SQLCODE: ' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR
                 MOVE 'N' TO WS-MORE-CHANGES
              ELSE
                 MOVE 'Y' TO WS-CHGCTL-ROW
              END-IF
           END-IF
           IF WS-SQL-ERROR = 'N'
              EXEC SQL
                  COMMIT
              END-EXEC
              MOVE WS-HIGH-SEQUENCE TO WS-COMMITTED-SEQUENCE
           END-IF.

       APPLY-ONE-CHANGE.
           PERFORM VALIDATE-CHANGE-RECORD
           IF WS-CHANGE-REASON NOT = SPACES
              MOVE CHG-CUST-NUMBER TO WS-CUST-NUMBER
              MOVE CHG-NEW-NAME TO WS-NEW-NAME
              MOVE CHG-NEW-STREET TO WS-NEW-STREET
              MOVE 'B' TO HRA-ACTION
              PERFORM RECORD-CUSTOMER-HISTORY
              EVALUATE CHG-ACTION
                  WHEN 'N'
                      EXEC SQL
              EVALUATE SQLCODE
                  WHEN 0
                      ADD 1 TO WS-CHANGES-APPLIED
                      MOVE 'C' TO HRA-ACTION
                      PERFORM RECORD-CUSTOMER-HISTORY
                      IF FUNCTION MOD(WS-CHANGES-APPLIED,
                              WS-COMMIT-INTERVAL) = 0
                         AND WS-SQL-ERROR = 'N'
                         PERFORM COMMIT-CHANGE-UNIT
                      END-IF
                  WHEN 100
                      MOVE 'CUSTOMER NUMBER NOT ON TABLE' TO
                          'SQLCODE: ' SQLCODE
                      MOVE 'Y' TO WS-SQL-ERROR
              END-EVALUATE
              IF WS-SQL-ERROR = 'Y'
                 MOVE 'N' TO WS-MORE-CHANGES
              END-IF
           END-IF.

       RECORD-CUSTOMER-HISTORY.
           MOVE WS-CUST-NUMBER TO HRA-CUST-NUMBER
           MOVE 'CHGTRN  ' TO HRA-SOURCE
           MOVE 'ZTDB2TE1' TO HRA-USERID
           CALL 'ZTPCHIST' USING HISTORY-REQUEST-AREA
           IF HRA-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-SQL-ERROR
           END-IF.

       VALIDATE-CHANGE-RECORD.
           MOVE SPACES TO WS-CHANGE-REASON
           MOVE 'V' TO CDA-ACTION
           MOVE CHG-CUST-NUMBER TO CDA-CUST-NUMBER
           CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           IF CDA-RESULT NOT = 'Y'
              MOVE CDA-REASON TO WS-CHANGE-REASON
           ELSE
              IF CHG-ACTION NOT = 'N' AND CHG-ACTION NOT = 'S'
                 AND CHG-ACTION NOT = 'B'
           END-IF
           MOVE SPACES TO WS-KEY-EXC-LINE
           MOVE CHG-CUST-NUMBER TO KEX-CUST-NAME (1:8)
           MOVE CHG-SEQUENCE TO KEX-CUST-NAME (10:8)
           MOVE WS-CHANGE-REASON TO KEX-REASON
           WRITE KEY-EXC-RECORD FROM WS-KEY-EXC-LINE
           ADD 1 TO WS-CHANGES-REJECTED.
