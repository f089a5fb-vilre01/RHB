           FILE STATUS IS YTD-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       01  AUTH-CTL-RECORD.
           05  AUTH-CTL-USERID PIC X(8).
           05  AUTH-CTL-ROLE-UPDATE PIC X(1).
           05  AUTH-CTL-ROLE-MAINT PIC X(1).
           05  AUTH-CTL-ROLE-APPROVE PIC X(1).
           05  AUTH-CTL-SUSPENDED PIC X(1).
       FD  JOURNAL-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           05  JRN-RESPONSE-CODE PIC X(2).
           05  JRN-FUNCTION PIC X(4).
           05  JRN-END-TIMESTAMP PIC X(21).
           05  JRN-TERMID PIC X(4).
           05  FILLER PIC X(12).
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           COPY ZTPKSDSR.
       FD  YTD-MAST-FILE RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F.
       01  YTD-MAST-RECORD.
           05  YTD-BREED PIC X(30).
           05  YTD-PERIOD PIC X(2).
           05  YTD-COUNT PIC 9(5).
           05  YTD-SPECIES PIC X(1).
       WORKING-STORAGE SECTION.
           COPY CICSTSM.
           EXEC SQL INCLUDE SQLCA END-EXEC.
               10  AUTH-ROLE-UPDATE PIC X(1).
               10  AUTH-ROLE-MAINT PIC X(1).
               10  AUTH-ROLE-APPROVE PIC X(1).
               10  AUTH-SUSPENDED PIC X(1).
       01  WS-AUTH-COUNT PIC 9(2) VALUE 0.
       01  WS-AUTH-LOADED PIC X(1) VALUE 'N'.
       01  WS-AUTH-IDX PIC 9(2).
       01  WS-USER-AUTHORIZED PIC X(1) VALUE 'N'.
       01  WS-USER-SUSPENDED PIC X(1) VALUE 'N'.
       01  WS-USER-ROLE-INQUIRY PIC X(1) VALUE 'N'.
       01  WS-USER-ROLE-UPDATE PIC X(1) VALUE 'N'.
       01  WS-DENIED-FUNCTION PIC X(4).
           05  FILLER PIC X(23) VALUE SPACES.
       01  WS-YTD-SEG-IDX PIC 9(1).
       01  WS-YTD-ROW-IDX PIC 9(1).
       01  HISTORY-REQUEST-AREA.
           05  HRA-ACTION PIC X(1).
           05  HRA-CUST-NUMBER PIC X(8).
           05  HRA-SOURCE PIC X(8).
           05  HRA-USERID PIC X(8).
           05  HRA-RESULT PIC X(1).
           05  HRA-SQLCODE PIC S9(9).
       01  WS-HIST-NUMBER-TABLE.
           05  WS-HIST-NUMBER OCCURS 50 TIMES PIC X(8).
       01  WS-HIST-COUNT PIC 9(2) VALUE 0.
       01  WS-HIST-IDX PIC 9(2).
       01  WS-HIST-DONE PIC X(1).
       01  WS-HIST-FAILED PIC X(1) VALUE 'N'.
       01  CHECK-DIGIT-AREA.
           05  CDA-ACTION PIC X(1).
           05  CDA-CUST-NUMBER PIC X(8).
           05  CDA-RESULT PIC X(1).
           05  CDA-REASON PIC X(30).
       01  WS-HIGH-CUST-NUMBER PIC X(8).
       01  WS-NEW-CUST-BASE PIC 9(7).
       01  WS-ASOF-DATE PIC X(8).
       01  WS-ASOF-TS PIC X(26).
       01  WS-ASOF-NAME PIC X(20).
       01  WS-ASOF-STREET PIC X(20).
       01  WS-ASOF-TYPE PIC X(1).
       01  WS-ASOF-SOURCE PIC X(8).
       01  WS-ASOF-USERID PIC X(8).
       01  WS-ASOF-FROM-TS PIC X(26).
       01  WS-ASOF-VERSIONS PIC S9(9) COMP.
       01  WS-ASOF-LINE.
           05  FILLER PIC X(5) VALUE 'FROM '.
           05  ASL-FROM-DATE PIC X(10).
           05  FILLER PIC X(4) VALUE ' BY '.
           05  ASL-SOURCE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ASL-USERID PIC X(8).
           05  FILLER PIC X(5) VALUE SPACES.
       01  WS-COMMAREA.
           05  WS-CA-REQUEST-TYPE PIC X(4).
           05  WS-CA-CONVERSATION-STATE PIC X(1).
                         AUTH-ROLE-MAINT (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-ROLE-APPROVE TO
                         AUTH-ROLE-APPROVE (WS-AUTH-COUNT)
                     MOVE AUTH-CTL-SUSPENDED TO
                         AUTH-SUSPENDED (WS-AUTH-COUNT)
                  END-IF
              END-PERFORM
              CLOSE AUTH-CTL-FILE
                     MOVE AUTH-ROLE-UPDATE (WS-AUTH-IDX) TO
                         WS-USER-ROLE-UPDATE
                  END-IF
                  IF EIBUSER = AUTH-USERID (WS-AUTH-IDX)
                     AND AUTH-SUSPENDED (WS-AUTH-IDX) = 'Y'
                     MOVE 'Y' TO WS-USER-SUSPENDED
                  END-IF
              END-PERFORM
              IF WS-USER-SUSPENDED = 'Y'
                 MOVE 'N' TO WS-USER-AUTHORIZED
              END-IF
           END-IF.

       WRITE-JOURNAL-RECORD.
           IF JOURNAL-STATUS = '00'
              MOVE SPACES TO JOURNAL-RECORD
              MOVE EIBUSER TO JRN-USERID
              MOVE EIBTRMID TO JRN-TERMID
              MOVE WS-ACCESS-START-TS TO JRN-TIMESTAMP
              MOVE CA-CUSTOMER-ID TO JRN-CUSTOMER-ID
              MOVE CA-SEARCH-NAME TO JRN-SEARCH-NAME
           IF JOURNAL-STATUS = '00'
              MOVE SPACES TO JOURNAL-RECORD
              MOVE EIBUSER TO JRN-USERID
              MOVE EIBTRMID TO JRN-TERMID
              MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
              IF WS-USER-SUSPENDED = 'Y'
                 MOVE 'SU' TO JRN-RESPONSE-CODE
              ELSE
                 MOVE 'NA' TO JRN-RESPONSE-CODE
              END-IF
              MOVE WS-DENIED-FUNCTION TO JRN-FUNCTION
              WRITE JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           MOVE 'ANY ' TO WS-DENIED-FUNCTION
           PERFORM WRITE-REJECT-JOURNAL-RECORD
           MOVE LOW-VALUES TO CICSTSM1O
           IF WS-USER-SUSPENDED = 'Y'
              MOVE 'USER ID SUSPENDED - CONTACT SECURITY' TO MSGOUTO
           ELSE
              MOVE 'USER NOT AUTHORIZED FOR THIS TRANSACTION' TO
                  MSGOUTO
           END-IF
           EXEC CICS
               SEND MAP('CICSTSM1') MAPSET('CICSTSM')
                    FROM(CICSTSM1O) ERASE
                   MOVE 'ADD ' TO CA-REQUEST-TYPE
               WHEN 'DEL '
                   MOVE 'DEL ' TO CA-REQUEST-TYPE
               WHEN 'ASOF'
                   MOVE 'ASOF' TO CA-REQUEST-TYPE
               WHEN OTHER
                   MOVE 'INQ ' TO CA-REQUEST-TYPE
           END-EVALUATE
                      PERFORM PROCESS-ADD-REQUEST
                  WHEN 'DEL '
                      PERFORM PROCESS-DELETE-REQUEST
                  WHEN 'ASOF'
                      PERFORM PROCESS-ASOF-INQUIRY
                  WHEN OTHER
                      IF (CA-CUSTOMER-ID = SPACES
                          OR CA-CUSTOMER-ID = LOW-VALUES)
           MOVE SPACES TO CA-CUSTOMER-ADDRESS
           IF CA-CUSTOMER-ID NOT = SPACES
              AND CA-CUSTOMER-ID NOT = LOW-VALUES
              PERFORM CHECK-CUSTOMER-ID
              IF CDA-RESULT = 'Y'
                 PERFORM LOOKUP-BY-CUSTOMER-ID
              END-IF
           ELSE
              IF CA-SEARCH-NAME NOT = SPACES
                 AND CA-SEARCH-NAME NOT = LOW-VALUES
              END-IF
           END-IF.

       CHECK-CUSTOMER-ID.
           MOVE 'V' TO CDA-ACTION
           MOVE CA-CUSTOMER-ID TO CDA-CUST-NUMBER
           CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
           IF CDA-RESULT NOT = 'Y'
              MOVE '07' TO CA-RESPONSE-CODE
              MOVE CDA-REASON TO CA-RESPONSE-MSG
           END-IF.

       LOOKUP-BY-CUSTOMER-ID.
           OPEN INPUT KSDS-FILE
           IF KSDS-STATUS NOT = '00'
              MOVE 'ENTER CUSTOMER NAME AND NEW ADDRESS' TO
                  CA-RESPONSE-MSG
           ELSE
              PERFORM LOAD-NAMED-CUSTOMERS
              MOVE 'B' TO HRA-ACTION
              PERFORM RECORD-NAMED-HISTORY
              EXEC SQL
                  UPDATE CUSTOMER
                     SET CUST-STREET = :CA-CUSTOMER-ADDRESS
                      MOVE '00' TO CA-RESPONSE-CODE
                      MOVE 'CUSTOMER ADDRESS UPDATED' TO
                          CA-RESPONSE-MSG
                      MOVE 'C' TO HRA-ACTION
                      PERFORM RECORD-NAMED-HISTORY
                      IF WS-HIST-FAILED = 'Y'
                         MOVE 'ADDRESS UPDATED - HISTORY NOT RECORDED'
                             TO CA-RESPONSE-MSG
                      END-IF
                  WHEN 100
                      MOVE '02' TO CA-RESPONSE-CODE
                      MOVE 'NO CUSTOMER MATCHES THAT NAME' TO
              MOVE 'ENTER CUSTOMER NAME AND ADDRESS TO ADD' TO
                  CA-RESPONSE-MSG
           ELSE
              PERFORM ASSIGN-NEW-CUSTOMER-NUMBER
              IF CDA-RESULT NOT = 'Y'
                 MOVE '99' TO CA-RESPONSE-CODE
                 MOVE 'NO CUSTOMER NUMBER COULD BE ASSIGNED' TO
                     CA-RESPONSE-MSG
              ELSE
                 PERFORM INSERT-NEW-CUSTOMER
              END-IF
           END-IF.

       ASSIGN-NEW-CUSTOMER-NUMBER.
           MOVE 'N' TO CDA-RESULT
           EXEC SQL
               SELECT COALESCE(MAX(CUST-NUMBER), '00000000')
               INTO :WS-HIGH-CUST-NUMBER
               FROM CUSTOMER
               WHERE CUST-NUMBER BETWEEN '00000000' AND '99999999'
           END-EXEC
           IF SQLCODE = 0
              AND WS-HIGH-CUST-NUMBER (1:7) IS NUMERIC
              MOVE WS-HIGH-CUST-NUMBER (1:7) TO WS-NEW-CUST-BASE
              MOVE 'G' TO CDA-ACTION
              MOVE SPACES TO CDA-CUST-NUMBER
              PERFORM UNTIL CDA-RESULT = 'Y'
                      OR WS-NEW-CUST-BASE = 9999999
                  ADD 1 TO WS-NEW-CUST-BASE
                  MOVE WS-NEW-CUST-BASE TO CDA-CUST-NUMBER (1:7)
                  CALL 'ZTPCKDGT' USING CHECK-DIGIT-AREA
              END-PERFORM
           END-IF.

       INSERT-NEW-CUSTOMER.
           EXEC SQL
               INSERT INTO CUSTOMER
                   (CUST-NUMBER, CUST-NAME, CUST-STREET,
                    LAST-ACCESSED-DATE)
               VALUES
                   (:CDA-CUST-NUMBER, :CA-CUSTOMER-NAME,
                    :CA-CUSTOMER-ADDRESS, CURRENT DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '00' TO CA-RESPONSE-CODE
                   MOVE CDA-CUST-NUMBER TO CA-CUSTOMER-ID
                   MOVE SPACES TO CA-RESPONSE-MSG
                   STRING 'CUSTOMER ADDED AS ' CDA-CUST-NUMBER
                       DELIMITED BY SIZE INTO CA-RESPONSE-MSG
                   END-STRING
                   PERFORM RECORD-ADDED-HISTORY
                   IF WS-HIST-FAILED = 'Y'
                      MOVE 'CUSTOMER ADDED - HISTORY NOT RECORDED'
                          TO CA-RESPONSE-MSG
                   END-IF
               WHEN -803
                   MOVE '05' TO CA-RESPONSE-CODE
                   MOVE 'CUSTOMER ALREADY ON TABLE' TO
                       CA-RESPONSE-MSG
               WHEN OTHER
                   MOVE '99' TO CA-RESPONSE-CODE
                   MOVE 'CUSTOMER INSERT FAILED' TO
                       CA-RESPONSE-MSG
           END-EVALUATE.

       PROCESS-DELETE-REQUEST.
           MOVE CUSTNAMI TO CA-CUSTOMER-NAME
           IF CA-CUSTOMER-NAME = SPACES
           END-IF.

       DELETE-CONFIRMED-CUSTOMER.
           PERFORM LOAD-NAMED-CUSTOMERS
           MOVE 'B' TO HRA-ACTION
           PERFORM RECORD-NAMED-HISTORY
           EXEC SQL
               DELETE FROM CUSTOMER
                WHERE CUST-NAME = :CA-CUSTOMER-NAME
               WHEN 0
                   MOVE '00' TO CA-RESPONSE-CODE
                   MOVE 'CUSTOMER DELETED' TO CA-RESPONSE-MSG
                   MOVE 'D' TO HRA-ACTION
                   PERFORM RECORD-NAMED-HISTORY
                   IF WS-HIST-FAILED = 'Y'
                      MOVE 'CUSTOMER DELETED - HISTORY NOT RECORDED'
                          TO CA-RESPONSE-MSG
                   END-IF
               WHEN 100
                   MOVE '02' TO CA-RESPONSE-CODE
                   MOVE 'NO CUSTOMER MATCHES THAT NAME' TO
                   MOVE 'CUSTOMER DELETE FAILED' TO CA-RESPONSE-MSG
           END-EVALUATE.

       LOAD-NAMED-CUSTOMERS.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 'N' TO WS-HIST-FAILED
           EXEC SQL
               DECLARE CUSTH-CURSOR CURSOR FOR
                   SELECT CUST-NUMBER
                   FROM CUSTOMER
                   WHERE CUST-NAME = :CA-CUSTOMER-NAME
                   FOR FETCH ONLY
           END-EXEC
           EXEC SQL
               OPEN CUSTH-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-HIST-FAILED
           ELSE
              MOVE 'N' TO WS-HIST-DONE
              PERFORM UNTIL WS-HIST-DONE = 'Y'
                  EXEC SQL
                      FETCH CUSTH-CURSOR
                      INTO :WS-DB2-CUST-NUMBER
                  END-EXEC
                  IF SQLCODE NOT = 0
                     MOVE 'Y' TO WS-HIST-DONE
                  ELSE
                     IF WS-HIST-COUNT < 50
                        ADD 1 TO WS-HIST-COUNT
                        MOVE WS-DB2-CUST-NUMBER TO
                            WS-HIST-NUMBER (WS-HIST-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-HIST-FAILED
                     END-IF
                  END-IF
              END-PERFORM
              EXEC SQL
                  CLOSE CUSTH-CURSOR
              END-EXEC
           END-IF.

       RECORD-NAMED-HISTORY.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-HIST-NUMBER (WS-HIST-IDX) TO HRA-CUST-NUMBER
               PERFORM CALL-HISTORY-MODULE
           END-PERFORM.

       RECORD-ADDED-HISTORY.
           MOVE 'N' TO WS-HIST-FAILED
           MOVE 'C' TO HRA-ACTION
           MOVE CDA-CUST-NUMBER TO HRA-CUST-NUMBER
           PERFORM CALL-HISTORY-MODULE.

       CALL-HISTORY-MODULE.
           MOVE 'ONLINE  ' TO HRA-SOURCE
           MOVE EIBUSER TO HRA-USERID
           CALL 'ZTPCHIST' USING HISTORY-REQUEST-AREA
           IF HRA-RESULT NOT = 'Y'
              MOVE 'Y' TO WS-HIST-FAILED
           END-IF.

       PROCESS-ASOF-INQUIRY.
           MOVE SPACES TO CA-CUSTOMER-NAME
           MOVE SPACES TO CA-CUSTOMER-ADDRESS
           MOVE CA-SEARCH-NAME (1:8) TO WS-ASOF-DATE
           IF CA-CUSTOMER-ID = SPACES
              OR CA-CUSTOMER-ID = LOW-VALUES
              OR WS-ASOF-DATE IS NOT NUMERIC
              OR WS-ASOF-DATE (5:2) < '01'
              OR WS-ASOF-DATE (5:2) > '12'
              OR WS-ASOF-DATE (7:2) < '01'
              OR WS-ASOF-DATE (7:2) > '31'
              MOVE '03' TO CA-RESPONSE-CODE
              MOVE 'ENTER CUST ID AND DATE YYYYMMDD IN NAME' TO
                  CA-RESPONSE-MSG
           ELSE
              PERFORM CHECK-CUSTOMER-ID
              IF CDA-RESULT = 'Y'
                 PERFORM READ-ASOF-VERSION
              END-IF
           END-IF.

       READ-ASOF-VERSION.
           MOVE SPACES TO WS-ASOF-TS
           STRING WS-ASOF-DATE (1:4) '-' WS-ASOF-DATE (5:2) '-'
               WS-ASOF-DATE (7:2) '-23.59.59.999999'
               DELIMITED BY SIZE INTO WS-ASOF-TS
           END-STRING
           EXEC SQL
               SELECT CUST-NAME, CUST-STREET, CHG-TYPE,
                      CHG-SOURCE, CHG-USERID, CHAR(EFF-FROM-TS)
               INTO :WS-ASOF-NAME, :WS-ASOF-STREET,
                    :WS-ASOF-TYPE, :WS-ASOF-SOURCE,
                    :WS-ASOF-USERID, :WS-ASOF-FROM-TS
               FROM CUSTHIST
               WHERE CUST-NUMBER = :CA-CUSTOMER-ID
                 AND EFF-FROM-TS <= :WS-ASOF-TS
                 AND EFF-TO-TS > :WS-ASOF-TS
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM SHOW-ASOF-VERSION
               WHEN 100
                   PERFORM SHOW-ASOF-CURRENT-ROW
               WHEN OTHER
                   MOVE '99' TO CA-RESPONSE-CODE
                   MOVE 'CUSTOMER HISTORY LOOKUP FAILED' TO
                       CA-RESPONSE-MSG
           END-EVALUATE.

       SHOW-ASOF-VERSION.
           MOVE LOW-VALUES TO CICSTSM1O
           MOVE '2' TO CA-CONVERSATION-STATE
           IF WS-ASOF-FROM-TS (1:4) = '0001'
              MOVE 'FIRST REC' TO ASL-FROM-DATE
           ELSE
              MOVE WS-ASOF-FROM-TS (1:10) TO ASL-FROM-DATE
           END-IF
           MOVE WS-ASOF-SOURCE TO ASL-SOURCE
           MOVE WS-ASOF-USERID TO ASL-USERID
           MOVE WS-ASOF-LINE TO RSLT1O
           IF WS-ASOF-TYPE = 'D'
              MOVE '02' TO CA-RESPONSE-CODE
              MOVE 'CUSTOMER HAD BEEN DELETED BY THAT DATE' TO
                  CA-RESPONSE-MSG
           ELSE
              MOVE '00' TO CA-RESPONSE-CODE
              MOVE SPACES TO CA-RESPONSE-MSG
              STRING 'CUSTOMER AS IT STOOD ON ' WS-ASOF-DATE
                  DELIMITED BY SIZE INTO CA-RESPONSE-MSG
              END-STRING
              MOVE WS-ASOF-NAME TO CA-CUSTOMER-NAME
              MOVE WS-ASOF-STREET TO CA-CUSTOMER-ADDRESS
           END-IF.

       SHOW-ASOF-CURRENT-ROW.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ASOF-VERSIONS
               FROM CUSTHIST
               WHERE CUST-NUMBER = :CA-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99' TO CA-RESPONSE-CODE
              MOVE 'CUSTOMER HISTORY LOOKUP FAILED' TO
                  CA-RESPONSE-MSG
           ELSE
              IF WS-ASOF-VERSIONS > 0
                 MOVE '02' TO CA-RESPONSE-CODE
                 MOVE 'NOT A CUSTOMER ON THAT DATE' TO
                     CA-RESPONSE-MSG
              ELSE
                 EXEC SQL
                     SELECT CUST-NAME, CUST-STREET
                     INTO :WS-ASOF-NAME, :WS-ASOF-STREET
                     FROM CUSTOMER
                     WHERE CUST-NUMBER = :CA-CUSTOMER-ID
                 END-EXEC
                 EVALUATE SQLCODE
                     WHEN 0
                         MOVE '00' TO CA-RESPONSE-CODE
                         MOVE 'NO CHANGES RECORDED - CURRENT DETAILS'
                             TO CA-RESPONSE-MSG
                         MOVE WS-ASOF-NAME TO CA-CUSTOMER-NAME
                         MOVE WS-ASOF-STREET TO CA-CUSTOMER-ADDRESS
                     WHEN 100
                         MOVE '01' TO CA-RESPONSE-CODE
                         MOVE 'CUSTOMER ID NOT FOUND' TO
                             CA-RESPONSE-MSG
                     WHEN OTHER
                         MOVE '99' TO CA-RESPONSE-CODE
                         MOVE 'CUSTOMER TABLE LOOKUP FAILED' TO
                             CA-RESPONSE-MSG
                 END-EVALUATE
              END-IF
           END-IF.

       LOOKUP-BY-SEARCH-NAME.
           MOVE SPACES TO WS-DB2-CUST-NUMBER
           MOVE SPACES TO WS-DB2-CUST-NAME
