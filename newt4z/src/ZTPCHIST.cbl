       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCHIST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-NOW-TS PIC X(26).
       01  WS-OPEN-TS PIC X(26) VALUE '9999-12-31-23.59.59.999999'.
       01  WS-FIRST-TS PIC X(26) VALUE '0001-01-01-00.00.00.000000'.
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-CHG-TYPE PIC X(1).
       01  WS-CHG-SOURCE PIC X(8).
       01  WS-CHG-USERID PIC X(8).
       01  WS-CUST-FOUND PIC X(1).
       01  WS-OPEN-FOUND PIC X(1).
       01  WS-CUR-ROW.
           05  WS-CUR-NAME PIC X(20).
           05  WS-CUR-STREET PIC X(20).
           05  WS-CUR-CITY PIC X(15).
           05  WS-CUR-STATE PIC X(2).
           05  WS-CUR-POSTAL PIC X(10).
       01  WS-OPEN-ROW.
           05  WS-OPEN-NAME PIC X(20).
           05  WS-OPEN-STREET PIC X(20).
           05  WS-OPEN-CITY PIC X(15).
           05  WS-OPEN-STATE PIC X(2).
           05  WS-OPEN-POSTAL PIC X(10).
       01  WS-OPEN-TYPE PIC X(1).
       LINKAGE SECTION.
       01  HISTORY-REQUEST-AREA.
           05  HRA-ACTION PIC X(1).
           05  HRA-CUST-NUMBER PIC X(8).
           05  HRA-SOURCE PIC X(8).
           05  HRA-USERID PIC X(8).
           05  HRA-RESULT PIC X(1).
           05  HRA-SQLCODE PIC S9(9).
       PROCEDURE DIVISION USING HISTORY-REQUEST-AREA.
       HISTORY-LOGIC.
           MOVE 'Y' TO HRA-RESULT
           MOVE 0 TO HRA-SQLCODE
           MOVE HRA-CUST-NUMBER TO WS-CUST-NUMBER
           MOVE HRA-SOURCE TO WS-CHG-SOURCE
           MOVE HRA-USERID TO WS-CHG-USERID
           IF WS-CUST-NUMBER = SPACES
              GOBACK
           END-IF
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-NOW-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM HISTORY-SQL-FAILED
              GOBACK
           END-IF
           EVALUATE HRA-ACTION
               WHEN 'B'
                   PERFORM RECORD-STARTING-VERSION
               WHEN 'C'
                   PERFORM RECORD-CHANGED-VERSION
               WHEN 'D'
                   PERFORM RECORD-DELETED-VERSION
               WHEN OTHER
                   DISPLAY 'ZTPCHIST UNKNOWN ACTION: ' HRA-ACTION
                   MOVE 'N' TO HRA-RESULT
           END-EVALUATE
           GOBACK.

       RECORD-STARTING-VERSION.
           PERFORM READ-OPEN-VERSION
           IF WS-OPEN-FOUND = 'N'
              AND HRA-RESULT = 'Y'
              PERFORM READ-CURRENT-CUSTOMER
              IF WS-CUST-FOUND = 'Y'
                 MOVE 'I' TO WS-CHG-TYPE
                 MOVE 'INITIAL ' TO WS-CHG-SOURCE
                 MOVE SPACES TO WS-CHG-USERID
                 MOVE WS-FIRST-TS TO WS-NOW-TS
                 PERFORM INSERT-OPEN-VERSION
              END-IF
           END-IF.

       RECORD-CHANGED-VERSION.
           PERFORM READ-CURRENT-CUSTOMER
           IF WS-CUST-FOUND = 'Y'
              PERFORM READ-OPEN-VERSION
              IF HRA-RESULT = 'Y'
                 IF WS-OPEN-FOUND = 'Y'
                    AND WS-OPEN-TYPE NOT = 'D'
                    AND WS-OPEN-ROW = WS-CUR-ROW
                    CONTINUE
                 ELSE
                    IF WS-OPEN-FOUND = 'Y'
                       PERFORM CLOSE-OPEN-VERSION
                    END-IF
                    MOVE 'C' TO WS-CHG-TYPE
                    PERFORM INSERT-OPEN-VERSION
                 END-IF
              END-IF
           END-IF.

       RECORD-DELETED-VERSION.
           PERFORM READ-OPEN-VERSION
           IF WS-OPEN-FOUND = 'Y'
              AND WS-OPEN-TYPE NOT = 'D'
              PERFORM CLOSE-OPEN-VERSION
              MOVE WS-OPEN-ROW TO WS-CUR-ROW
              MOVE 'D' TO WS-CHG-TYPE
              PERFORM INSERT-OPEN-VERSION
           END-IF.

       READ-CURRENT-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           MOVE SPACES TO WS-CUR-ROW
           EXEC SQL
               SELECT CUST-NAME, CUST-STREET, CUST-CITY,
                      CUST-STATE, CUST-POSTAL
               INTO :WS-CUR-NAME, :WS-CUR-STREET, :WS-CUR-CITY,
                    :WS-CUR-STATE, :WS-CUR-POSTAL
               FROM CUSTOMER
               WHERE CUST-NUMBER = :WS-CUST-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-CUST-FOUND
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM HISTORY-SQL-FAILED
           END-EVALUATE.

       READ-OPEN-VERSION.
           MOVE 'N' TO WS-OPEN-FOUND
           MOVE SPACES TO WS-OPEN-ROW
           MOVE SPACES TO WS-OPEN-TYPE
           EXEC SQL
               SELECT CUST-NAME, CUST-STREET, CUST-CITY,
                      CUST-STATE, CUST-POSTAL, CHG-TYPE
               INTO :WS-OPEN-NAME, :WS-OPEN-STREET, :WS-OPEN-CITY,
                    :WS-OPEN-STATE, :WS-OPEN-POSTAL, :WS-OPEN-TYPE
               FROM CUSTHIST
               WHERE CUST-NUMBER = :WS-CUST-NUMBER
                 AND EFF-TO-TS = :WS-OPEN-TS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-OPEN-FOUND
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM HISTORY-SQL-FAILED
           END-EVALUATE.

       CLOSE-OPEN-VERSION.
           EXEC SQL
               UPDATE CUSTHIST
                  SET EFF-TO-TS = :WS-NOW-TS
                WHERE CUST-NUMBER = :WS-CUST-NUMBER
                  AND EFF-TO-TS = :WS-OPEN-TS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM HISTORY-SQL-FAILED
           END-IF.

       INSERT-OPEN-VERSION.
           EXEC SQL
               INSERT INTO CUSTHIST
                   (CUST-NUMBER, EFF-FROM-TS, EFF-TO-TS, CHG-TYPE,
                    CUST-NAME, CUST-STREET, CUST-CITY, CUST-STATE,
                    CUST-POSTAL, CHG-SOURCE, CHG-USERID)
               VALUES (:WS-CUST-NUMBER, :WS-NOW-TS, :WS-OPEN-TS,
                       :WS-CHG-TYPE, :WS-CUR-NAME, :WS-CUR-STREET,
                       :WS-CUR-CITY, :WS-CUR-STATE, :WS-CUR-POSTAL,
                       :WS-CHG-SOURCE, :WS-CHG-USERID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM HISTORY-SQL-FAILED
           END-IF.

       HISTORY-SQL-FAILED.
           DISPLAY 'ZTPCHIST CUSTHIST ' HRA-ACTION ' FAILED, SQLCODE: '
               SQLCODE ' CUSTOMER: ' WS-CUST-NUMBER
           MOVE 'N' TO HRA-RESULT
           MOVE SQLCODE TO HRA-SQLCODE.
       END PROGRAM ZTPCHIST.
