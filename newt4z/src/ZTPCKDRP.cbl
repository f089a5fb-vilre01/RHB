       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCKDRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-RPT-FILE ASSIGN CKDRPT
           FILE STATUS IS CHECK-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  CHECK-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-END-OF-CURSOR PIC X(1) VALUE 'N'.
       01  WS-SQL-ERROR PIC X(1) VALUE 'N'.
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-CUST-NAME PIC X(20).
       01  WS-ROWS-CHECKED PIC 9(8) VALUE 0.
       01  WS-ROWS-FAILED PIC 9(8) VALUE 0.
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'CUSTOMER NUMBER CHECK DIGIT AUDIT   '.
           05  FILLER PIC X(10) VALUE 'RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER PIC X(40)
               VALUE 'CUSTOMER NAME                 REASON    '.
           05  FILLER PIC X(40) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  RPT-DET-NUMBER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-DET-REASON PIC X(30).
           05  FILLER PIC X(20) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(16) VALUE 'NUMBERS CHECKED '.
           05  RPT-TRL-CHECKED PIC ZZZZZZZ9.
           05  FILLER PIC X(16) VALUE '  WOULD FAIL    '.
           05  RPT-TRL-FAILED PIC ZZZZZZZ9.
           05  FILLER PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           OPEN OUTPUT CHECK-RPT-FILE
           IF CHECK-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCKDRP CKDRPT OPEN FAILED, STATUS: '
                  CHECK-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE CHECK-RPT-RECORD FROM WS-RPT-HEADER
           WRITE CHECK-RPT-RECORD FROM WS-RPT-COLUMNS
           EXEC SQL
               DECLARE CKD-CURSOR CURSOR FOR
                   SELECT CUST-NUMBER, CUST-NAME
                   FROM CUSTOMER
                   ORDER BY CUST-NUMBER
                   FOR FETCH ONLY
           END-EXEC
           EXEC SQL
               OPEN CKD-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ZTPCKDRP OPEN CURSOR FAILED, SQLCODE: '
                  SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR
           ELSE
              PERFORM FETCH-NEXT-CUSTOMER
              PERFORM UNTIL WS-END-OF-CURSOR = 'Y'
                  PERFORM CHECK-ONE-CUSTOMER
                  PERFORM FETCH-NEXT-CUSTOMER
              END-PERFORM
              EXEC SQL
                  CLOSE CKD-CURSOR
              END-EXEC
           END-IF
           MOVE WS-ROWS-CHECKED TO RPT-TRL-CHECKED
           MOVE WS-ROWS-FAILED TO RPT-TRL-FAILED
           WRITE CHECK-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE CHECK-RPT-FILE
           DISPLAY 'ZTPCKDRP CUSTOMER NUMBERS CHECKED: '
               WS-ROWS-CHECKED
           DISPLAY 'ZTPCKDRP CUSTOMER NUMBERS THAT WOULD FAIL: '
               WS-ROWS-FAILED
           IF WS-SQL-ERROR = 'Y'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-ROWS-FAILED > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
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

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPCKDRP' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-ROWS-CHECKED TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCKDRP' TO VER-PROGRAM-ID
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

       FETCH-NEXT-CUSTOMER.
           EXEC SQL
               FETCH CKD-CURSOR
               INTO :WS-CUST-NUMBER, :WS-CUST-NAME
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-CHECKED
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                   DISPLAY 'ZTPCKDRP FETCH FAILED, SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE.

       CHECK-ONE-CUSTOMER.
           MOVE 'V' TO CDA-ACTION
           MOVE WS-CUST-NUMBER TO CDA-CUST-NUMBER
           CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           IF CDA-RESULT NOT = 'Y'
              ADD 1 TO WS-ROWS-FAILED
              MOVE WS-CUST-NUMBER TO RPT-DET-NUMBER
              MOVE WS-CUST-NAME TO RPT-DET-NAME
              MOVE CDA-REASON TO RPT-DET-REASON
              WRITE CHECK-RPT-RECORD FROM WS-RPT-DETAIL
           END-IF.
       END PROGRAM ZTPCKDRP.
