       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCHAOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-REQ-FILE ASSIGN ASOFREQ
           FILE STATUS IS ASOF-REQ-STATUS.
           SELECT ASOF-RPT-FILE ASSIGN ASOFRPT
           FILE STATUS IS ASOF-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-REQ-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ASOF-REQ-RECORD.
           05  AOQ-CUST-NUMBER PIC X(8).
           05  FILLER PIC X(1).
           05  AOQ-ASOF-DATE PIC X(8).
           05  FILLER PIC X(63).
       FD  ASOF-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ASOF-RPT-RECORD PIC X(80).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  ASOF-REQ-STATUS PIC X(2).
       01  ASOF-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-SQL-ERROR PIC X(1) VALUE 'N'.
       01  WS-END-OF-CURSOR PIC X(1).
       01  WS-CURSOR-OPEN PIC X(1) VALUE 'N'.
       01  WS-REQUESTS-READ PIC 9(6) VALUE 0.
       01  WS-REQUESTS-ANSWERED PIC 9(6) VALUE 0.
       01  WS-REQUESTS-UNANSWERED PIC 9(6) VALUE 0.
       01  WS-CUST-NUMBER PIC X(8).
       01  WS-ASOF-DATE PIC X(8).
       01  WS-ASOF-TS PIC X(26).
       01  WS-VERSIONS PIC 9(4).
       01  WS-ASOF-FOUND PIC X(1).
       01  WS-HIST-ROW.
           05  WS-HIST-FROM-TS PIC X(26).
           05  WS-HIST-TO-TS PIC X(26).
           05  WS-HIST-TYPE PIC X(1).
           05  WS-HIST-SOURCE PIC X(8).
           05  WS-HIST-USERID PIC X(8).
           05  WS-HIST-NAME PIC X(20).
           05  WS-HIST-STREET PIC X(20).
           05  WS-HIST-CITY PIC X(15).
           05  WS-HIST-STATE PIC X(2).
           05  WS-HIST-POSTAL PIC X(10).
       01  WS-ASOF-ROW PIC X(136).
       01  WS-RPT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'CUSTOMER AS-OF-DATE INQUIRY         '.
           05  FILLER PIC X(10) VALUE 'RUN DATE  '.
           05  RPT-HDR-RUN-DATE PIC X(8).
           05  FILLER PIC X(26) VALUE SPACES.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-BLANK PIC X(80) VALUE SPACES.
       01  WS-RPT-REQUEST.
           05  FILLER PIC X(9) VALUE 'CUSTOMER '.
           05  RPT-REQ-NUMBER PIC X(8).
           05  FILLER PIC X(7) VALUE ' AS OF '.
           05  RPT-REQ-DATE PIC X(8).
           05  FILLER PIC X(3) VALUE ' - '.
           05  RPT-REQ-RESULT PIC X(45).
       01  WS-RPT-ADDRESS.
           05  FILLER PIC X(4) VALUE SPACES.
           05  RPT-ADR-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-STREET PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-CITY PIC X(15).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-STATE PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-ADR-POSTAL PIC X(10).
           05  FILLER PIC X(5) VALUE SPACES.
       01  WS-RPT-SOURCE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'RECORDED FROM  '.
           05  RPT-SRC-FROM PIC X(10).
           05  FILLER PIC X(4) VALUE ' BY '.
           05  RPT-SRC-SOURCE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-SRC-USERID PIC X(8).
           05  FILLER PIC X(30) VALUE SPACES.
       01  WS-RPT-HIST-HEADER.
           05  FILLER PIC X(40)
               VALUE '  FROM       TO         T SOURCE   NAME '.
           05  FILLER PIC X(40)
               VALUE '                STREET                  '.
       01  WS-RPT-HIST-LINE.
           05  RPT-HST-MARK PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HST-FROM PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HST-TO PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HST-TYPE PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HST-SOURCE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HST-NAME PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RPT-HST-STREET PIC X(20).
           05  FILLER PIC X(4) VALUE SPACES.
       01  WS-RPT-TRAILER.
           05  FILLER PIC X(9) VALUE 'REQUESTS '.
           05  RPT-TRL-READ PIC ZZZZZ9.
           05  FILLER PIC X(11) VALUE '  ANSWERED '.
           05  RPT-TRL-ANSWERED PIC ZZZZZ9.
           05  FILLER PIC X(15) VALUE '  NOT ANSWERED '.
           05  RPT-TRL-UNANSWERED PIC ZZZZZ9.
           05  FILLER PIC X(27) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           OPEN OUTPUT ASOF-RPT-FILE
           IF ASOF-RPT-STATUS NOT = '00'
              DISPLAY 'ZTPCHAOF ASOFRPT OPEN FAILED, STATUS: '
                  ASOF-RPT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
           WRITE ASOF-RPT-RECORD FROM WS-RPT-HEADER
           IF WS-RUN-MODE = 'TEST'
              WRITE ASOF-RPT-RECORD FROM WS-TEST-BANNER
           END-IF
           OPEN INPUT ASOF-REQ-FILE
           IF ASOF-REQ-STATUS NOT = '00'
              DISPLAY 'ZTPCHAOF ASOFREQ OPEN FAILED, STATUS: '
                  ASOF-REQ-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE ASOF-RPT-FILE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ ASOF-REQ-FILE
               IF ASOF-REQ-STATUS = '00'
                  IF ASOF-REQ-RECORD NOT = SPACES
                     AND ASOF-REQ-RECORD (1:1) NOT = '*'
                     ADD 1 TO WS-REQUESTS-READ
                     PERFORM ANSWER-ONE-REQUEST
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           END-PERFORM
           CLOSE ASOF-REQ-FILE
           WRITE ASOF-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-REQUESTS-READ TO RPT-TRL-READ
           MOVE WS-REQUESTS-ANSWERED TO RPT-TRL-ANSWERED
           MOVE WS-REQUESTS-UNANSWERED TO RPT-TRL-UNANSWERED
           WRITE ASOF-RPT-RECORD FROM WS-RPT-TRAILER
           CLOSE ASOF-RPT-FILE
           DISPLAY 'ZTPCHAOF REQUESTS READ: ' WS-REQUESTS-READ
           DISPLAY 'ZTPCHAOF REQUESTS ANSWERED: ' WS-REQUESTS-ANSWERED
           DISPLAY 'ZTPCHAOF REQUESTS NOT ANSWERED: '
               WS-REQUESTS-UNANSWERED
           IF WS-SQL-ERROR = 'Y'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-REQUESTS-UNANSWERED > 0
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

       WRITE-AUDIT-START-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = '00'
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE 'ZTPCHAOF' TO AUDIT-PROGRAM-ID
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
              MOVE 'ZTPCHAOF' TO AUDIT-PROGRAM-ID
              MOVE WS-START-TS TO AUDIT-START-TS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
              MOVE WS-REQUESTS-READ TO AUDIT-RECORDS-PROCESSED
              MOVE RETURN-CODE TO AUDIT-RETURN-CODE
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPCHAOF' TO VER-PROGRAM-ID
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

       ANSWER-ONE-REQUEST.
           MOVE AOQ-CUST-NUMBER TO WS-CUST-NUMBER
           IF AOQ-ASOF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-ASOF-DATE
           ELSE
              MOVE AOQ-ASOF-DATE TO WS-ASOF-DATE
           END-IF
           WRITE ASOF-RPT-RECORD FROM WS-RPT-BLANK
           MOVE WS-CUST-NUMBER TO RPT-REQ-NUMBER
           MOVE WS-ASOF-DATE TO RPT-REQ-DATE
           IF WS-CUST-NUMBER = SPACES
              OR WS-ASOF-DATE IS NOT NUMERIC
              OR WS-ASOF-DATE (5:2) < '01'
              OR WS-ASOF-DATE (5:2) > '12'
              OR WS-ASOF-DATE (7:2) < '01'
              OR WS-ASOF-DATE (7:2) > '31'
              MOVE 'INVALID REQUEST - NUMBER OR DATE' TO
                  RPT-REQ-RESULT
              WRITE ASOF-RPT-RECORD FROM WS-RPT-REQUEST
              ADD 1 TO WS-REQUESTS-UNANSWERED
           ELSE
              MOVE SPACES TO WS-ASOF-TS
              STRING WS-ASOF-DATE (1:4) '-' WS-ASOF-DATE (5:2) '-'
                  WS-ASOF-DATE (7:2) '-23.59.59.999999'
                  DELIMITED BY SIZE INTO WS-ASOF-TS
              END-STRING
              PERFORM FIND-ASOF-VERSION
              IF WS-VERSIONS = 0
                 PERFORM SHOW-CURRENT-ROW
              ELSE
                 PERFORM SHOW-ASOF-VERSION
                 PERFORM LIST-CUSTOMER-HISTORY
              END-IF
           END-IF.

       FIND-ASOF-VERSION.
           MOVE 0 TO WS-VERSIONS
           MOVE 'N' TO WS-ASOF-FOUND
           MOVE SPACES TO WS-ASOF-ROW
           PERFORM OPEN-HISTORY-CURSOR
           PERFORM UNTIL WS-END-OF-CURSOR = 'Y'
               PERFORM FETCH-HISTORY-ROW
               IF WS-END-OF-CURSOR = 'N'
                  ADD 1 TO WS-VERSIONS
                  IF WS-HIST-FROM-TS <= WS-ASOF-TS
                     AND WS-HIST-TO-TS > WS-ASOF-TS
                     MOVE 'Y' TO WS-ASOF-FOUND
                     MOVE WS-HIST-ROW TO WS-ASOF-ROW
                  END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-HISTORY-CURSOR.

       SHOW-ASOF-VERSION.
           IF WS-ASOF-FOUND = 'N'
              MOVE 'NOT A CUSTOMER ON THAT DATE' TO RPT-REQ-RESULT
              WRITE ASOF-RPT-RECORD FROM WS-RPT-REQUEST
              ADD 1 TO WS-REQUESTS-UNANSWERED
           ELSE
              MOVE WS-ASOF-ROW TO WS-HIST-ROW
              IF WS-HIST-TYPE = 'D'
                 MOVE 'CUSTOMER HAD BEEN DELETED - LAST DETAILS'
                     TO RPT-REQ-RESULT
              ELSE
                 MOVE 'DETAILS HELD ON THAT DATE' TO RPT-REQ-RESULT
              END-IF
              WRITE ASOF-RPT-RECORD FROM WS-RPT-REQUEST
              PERFORM WRITE-ADDRESS-LINE
              IF WS-HIST-FROM-TS (1:4) = '0001'
                 MOVE 'FIRST REC' TO RPT-SRC-FROM
              ELSE
                 MOVE WS-HIST-FROM-TS (1:10) TO RPT-SRC-FROM
              END-IF
              MOVE WS-HIST-SOURCE TO RPT-SRC-SOURCE
              MOVE WS-HIST-USERID TO RPT-SRC-USERID
              WRITE ASOF-RPT-RECORD FROM WS-RPT-SOURCE
              ADD 1 TO WS-REQUESTS-ANSWERED
           END-IF.

       LIST-CUSTOMER-HISTORY.
           WRITE ASOF-RPT-RECORD FROM WS-RPT-HIST-HEADER
           PERFORM OPEN-HISTORY-CURSOR
           PERFORM UNTIL WS-END-OF-CURSOR = 'Y'
               PERFORM FETCH-HISTORY-ROW
               IF WS-END-OF-CURSOR = 'N'
                  MOVE SPACES TO RPT-HST-MARK
                  IF WS-HIST-ROW = WS-ASOF-ROW
                     MOVE '*' TO RPT-HST-MARK
                  END-IF
                  IF WS-HIST-FROM-TS (1:4) = '0001'
                     MOVE 'FIRST REC' TO RPT-HST-FROM
                  ELSE
                     MOVE WS-HIST-FROM-TS (1:10) TO RPT-HST-FROM
                  END-IF
                  IF WS-HIST-TO-TS (1:4) = '9999'
                     MOVE 'CURRENT' TO RPT-HST-TO
                  ELSE
                     MOVE WS-HIST-TO-TS (1:10) TO RPT-HST-TO
                  END-IF
                  MOVE WS-HIST-TYPE TO RPT-HST-TYPE
                  MOVE WS-HIST-SOURCE TO RPT-HST-SOURCE
                  MOVE WS-HIST-NAME TO RPT-HST-NAME
                  MOVE WS-HIST-STREET TO RPT-HST-STREET
                  WRITE ASOF-RPT-RECORD FROM WS-RPT-HIST-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-HISTORY-CURSOR.

       SHOW-CURRENT-ROW.
           MOVE SPACES TO WS-HIST-ROW
           EXEC SQL
               SELECT CUST-NAME, CUST-STREET, CUST-CITY,
                      CUST-STATE, CUST-POSTAL
               INTO :WS-HIST-NAME, :WS-HIST-STREET, :WS-HIST-CITY,
                    :WS-HIST-STATE, :WS-HIST-POSTAL
               FROM CUSTOMER
               WHERE CUST-NUMBER = :WS-CUST-NUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'NO CHANGES RECORDED - CURRENT DETAILS' TO
                       RPT-REQ-RESULT
                   WRITE ASOF-RPT-RECORD FROM WS-RPT-REQUEST
                   PERFORM WRITE-ADDRESS-LINE
                   ADD 1 TO WS-REQUESTS-ANSWERED
               WHEN 100
                   MOVE 'CUSTOMER NOT FOUND' TO RPT-REQ-RESULT
                   WRITE ASOF-RPT-RECORD FROM WS-RPT-REQUEST
                   ADD 1 TO WS-REQUESTS-UNANSWERED
               WHEN OTHER
                   DISPLAY 'ZTPCHAOF SELECT FAILED, SQLCODE: '
                       SQLCODE ' CUSTOMER: ' WS-CUST-NUMBER
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'DB2 ERROR - NOT ANSWERED' TO RPT-REQ-RESULT
                   WRITE ASOF-RPT-RECORD FROM WS-RPT-REQUEST
                   ADD 1 TO WS-REQUESTS-UNANSWERED
           END-EVALUATE.

       WRITE-ADDRESS-LINE.
           MOVE WS-HIST-NAME TO RPT-ADR-NAME
           MOVE WS-HIST-STREET TO RPT-ADR-STREET
           MOVE WS-HIST-CITY TO RPT-ADR-CITY
           MOVE WS-HIST-STATE TO RPT-ADR-STATE
           MOVE WS-HIST-POSTAL TO RPT-ADR-POSTAL
           WRITE ASOF-RPT-RECORD FROM WS-RPT-ADDRESS.

       OPEN-HISTORY-CURSOR.
           EXEC SQL
               DECLARE HIST-CURSOR CURSOR FOR
                   SELECT CHAR(EFF-FROM-TS), CHAR(EFF-TO-TS),
                          CHG-TYPE, CHG-SOURCE, CHG-USERID,
                          CUST-NAME, CUST-STREET, CUST-CITY,
                          CUST-STATE, CUST-POSTAL
                   FROM CUSTHIST
                   WHERE CUST-NUMBER = :WS-CUST-NUMBER
                   ORDER BY EFF-FROM-TS
                   FOR FETCH ONLY
           END-EXEC
           EXEC SQL
               OPEN HIST-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ZTPCHAOF OPEN CURSOR FAILED, SQLCODE: '
                  SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR
              MOVE 'Y' TO WS-END-OF-CURSOR
           ELSE
              MOVE 'Y' TO WS-CURSOR-OPEN
              MOVE 'N' TO WS-END-OF-CURSOR
           END-IF.

       FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH HIST-CURSOR
               INTO :WS-HIST-FROM-TS, :WS-HIST-TO-TS,
                    :WS-HIST-TYPE, :WS-HIST-SOURCE, :WS-HIST-USERID,
                    :WS-HIST-NAME, :WS-HIST-STREET, :WS-HIST-CITY,
                    :WS-HIST-STATE, :WS-HIST-POSTAL
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-CURSOR
               WHEN OTHER
                   DISPLAY 'ZTPCHAOF FETCH FAILED, SQLCODE: '
                       SQLCODE
                   MOVE 'Y' TO WS-SQL-ERROR
                   MOVE 'Y' TO WS-END-OF-CURSOR
           END-EVALUATE.

       CLOSE-HISTORY-CURSOR.
           IF WS-CURSOR-OPEN = 'Y'
              EXEC SQL
                  CLOSE HIST-CURSOR
              END-EXEC
              MOVE 'N' TO WS-CURSOR-OPEN
           END-IF.
       END PROGRAM ZTPCHAOF.
