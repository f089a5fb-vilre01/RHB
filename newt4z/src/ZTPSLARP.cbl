           FILE STATUS IS SLA-REP-STATUS.
           SELECT SLA-HIST-FILE ASSIGN SLAHIST
           FILE STATUS IS SLA-HIST-STATUS.
           SELECT DD-HIST-FILE ASSIGN DDHIST
           FILE STATUS IS DD-HIST-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
           05  SLH-PROGRAM-ID PIC X(8).
           05  SLH-ELAPSED-MINUTES PIC 9(5).
           05  FILLER PIC X(3).
       FD  DD-HIST-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  DD-HIST-RECORD.
           05  DDH-RUN-DATE PIC X(8).
           05  DDH-DD-NAME PIC X(8).
           05  DDH-VOLUME PIC 9(8).
           05  DDH-READ-TOTAL PIC 9(8).
           05  DDH-WRITE-TOTAL PIC 9(8).
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       01  SLA-REP-STATUS PIC X(2).
       01  SLA-HIST-STATUS PIC X(2).
       01  SLA-HIST-OPEN PIC X(1) VALUE 'N'.
       01  DD-HIST-STATUS PIC X(2).
       01  DD-VOLUME-TABLE.
           05  DDV-ENTRY OCCURS 50 TIMES.
               10  DDV-DD-NAME PIC X(8).
               10  DDV-VOLUME PIC 9(8).
               10  DDV-READ-TOTAL PIC 9(8).
               10  DDV-WRITE-TOTAL PIC 9(8).
       01  WS-DDV-COUNT PIC 9(2) VALUE 0.
       01  WS-DDV-IDX PIC 9(2).
       01  WS-DDV-MATCH PIC 9(2).
       01  DDSTAT-TABLE.
           05  DDS-ENTRY OCCURS 50 TIMES.
               10  DDS-PROGRAM-ID PIC X(8).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-TEST-BANNER.
           05  FILLER PIC X(42) VALUE
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(55) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           PERFORM LOAD-SLA-RULES
           PERFORM LOAD-LATEST-CYCLE
           OPEN OUTPUT SLA-REP-FILE
           END-IF
           MOVE WS-BREACH-COUNT TO REP-TRL-BREACHES
           WRITE SLA-REP-RECORD FROM WS-REP-TRAILER
           IF WS-RUN-MODE NOT = 'TEST'
              PERFORM APPEND-DD-VOLUME-HISTORY
           END-IF
           CLOSE SLA-REP-FILE
           IF SLA-HIST-OPEN = 'Y'
              CLOSE SLA-HIST-FILE
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
              MOVE 'ZTPSLARP' TO VER-PROGRAM-ID
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

       LOAD-SLA-RULES.
           OPEN INPUT SLA-CTL-FILE
           IF SLA-CTL-STATUS = '00'
                  ADD 1 TO WS-RECORDS-READ
                  IF DDSTAT-RECORD
                     PERFORM KEEP-DDSTAT-RECORD
                  END-IF
                  IF NOT NON-STEP-RECORD
                     IF (AUDIT-BUSINESS-DATE = WS-RUN-DATE
                         OR (AUDIT-BUSINESS-DATE = SPACES
                             AND AUDIT-START-TS (1:8) = WS-RUN-DATE))
                        AND AUDIT-END-TS NOT = SPACES
                        PERFORM KEEP-LATEST-STEP-RECORD
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
              WRITE SLA-HIST-RECORD
           END-IF.

       APPEND-DD-VOLUME-HISTORY.
           PERFORM VARYING WS-DDS-IDX FROM 1 BY 1
                   UNTIL WS-DDS-IDX > WS-DDS-COUNT
               PERFORM ACCUMULATE-DD-VOLUME
           END-PERFORM
           IF WS-DDV-COUNT > 0
              OPEN EXTEND DD-HIST-FILE
              IF DD-HIST-STATUS NOT = '00'
                 OPEN OUTPUT DD-HIST-FILE
              END-IF
              IF DD-HIST-STATUS = '00'
                 PERFORM VARYING WS-DDV-IDX FROM 1 BY 1
                         UNTIL WS-DDV-IDX > WS-DDV-COUNT
                     MOVE SPACES TO DD-HIST-RECORD
                     MOVE WS-RUN-DATE TO DDH-RUN-DATE
                     MOVE DDV-DD-NAME (WS-DDV-IDX) TO DDH-DD-NAME
                     MOVE DDV-VOLUME (WS-DDV-IDX) TO DDH-VOLUME
                     MOVE DDV-READ-TOTAL (WS-DDV-IDX) TO
                         DDH-READ-TOTAL
                     MOVE DDV-WRITE-TOTAL (WS-DDV-IDX) TO
                         DDH-WRITE-TOTAL
                     WRITE DD-HIST-RECORD
                 END-PERFORM
                 CLOSE DD-HIST-FILE
              ELSE
                 DISPLAY 'ZTPSLARP DDHIST OPEN FAILED, STATUS: '
                     DD-HIST-STATUS ' - VOLUME HISTORY NOT KEPT'
              END-IF
           END-IF.

       ACCUMULATE-DD-VOLUME.
           MOVE 0 TO WS-DDV-MATCH
           PERFORM VARYING WS-DDV-IDX FROM 1 BY 1
                   UNTIL WS-DDV-IDX > WS-DDV-COUNT
               IF DDV-DD-NAME (WS-DDV-IDX) = DDS-DD-NAME (WS-DDS-IDX)
                  MOVE WS-DDV-IDX TO WS-DDV-MATCH
                  MOVE WS-DDV-COUNT TO WS-DDV-IDX
               END-IF
           END-PERFORM
           IF WS-DDV-MATCH = 0
              ADD 1 TO WS-DDV-COUNT
              MOVE WS-DDV-COUNT TO WS-DDV-MATCH
              MOVE DDS-DD-NAME (WS-DDS-IDX) TO
                  DDV-DD-NAME (WS-DDV-MATCH)
              MOVE 0 TO DDV-VOLUME (WS-DDV-MATCH)
              MOVE 0 TO DDV-READ-TOTAL (WS-DDV-MATCH)
              MOVE 0 TO DDV-WRITE-TOTAL (WS-DDV-MATCH)
           END-IF
           ADD DDS-READ (WS-DDS-IDX) TO DDV-READ-TOTAL (WS-DDV-MATCH)
           ADD DDS-WRITTEN (WS-DDS-IDX) TO
               DDV-WRITE-TOTAL (WS-DDV-MATCH)
           IF DDS-READ (WS-DDS-IDX) > DDV-VOLUME (WS-DDV-MATCH)
              MOVE DDS-READ (WS-DDS-IDX) TO DDV-VOLUME (WS-DDV-MATCH)
           END-IF
           IF DDS-WRITTEN (WS-DDS-IDX) > DDV-VOLUME (WS-DDV-MATCH)
              MOVE DDS-WRITTEN (WS-DDS-IDX) TO
                  DDV-VOLUME (WS-DDV-MATCH)
           END-IF.

       COMPUTE-ELAPSED-MINUTES.
           MOVE CYC-START-TS (WS-CYC-IDX) (9:2) TO WS-TS-HH
           MOVE CYC-START-TS (WS-CYC-IDX) (11:2) TO WS-TS-MM
