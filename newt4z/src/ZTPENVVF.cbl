           FILE STATUS IS MANFIL-04-STATUS.
           SELECT MANFIL-05-FILE ASSIGN MANFIL05
           FILE STATUS IS MANFIL-05-STATUS.
           SELECT MANFIL-06-FILE ASSIGN MANFIL06
           FILE STATUS IS MANFIL-06-STATUS.
           SELECT MANFIL-07-FILE ASSIGN MANFIL07
           FILE STATUS IS MANFIL-07-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENV-FILE RECORD CONTAINS 0 CHARACTERS
       FD  MANFIL-05-FILE RECORD CONTAINS 0 CHARACTERS
           RECORDING MODE IS F.
       01  MANFIL-05-RECORD PIC X(250).
       FD  MANFIL-06-FILE RECORD CONTAINS 0 CHARACTERS
           RECORDING MODE IS F.
       01  MANFIL-06-RECORD PIC X(250).
       FD  MANFIL-07-FILE RECORD CONTAINS 0 CHARACTERS
           RECORDING MODE IS F.
       01  MANFIL-07-RECORD PIC X(250).
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       WORKING-STORAGE SECTION.
       01  ENV-STATUS PIC X(2).
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  MANFIL-03-STATUS PIC X(2).
       01  MANFIL-04-STATUS PIC X(2).
       01  MANFIL-05-STATUS PIC X(2).
       01  MANFIL-06-STATUS PIC X(2).
       01  MANFIL-07-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MANIFEST-MODE PIC X(1) VALUE 'N'.
       01  MANIFEST-TABLE.
           05  MFT-ENTRY OCCURS 7 TIMES.
               10  MFT-DSNAME PIC X(44).
               10  MFT-COUNT PIC 9(8).
               10  MFT-HASH PIC 9(12).
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           IF PARM-LENGTH >= 8
              AND PARM-TEXT (1:8) = 'MANIFEST'
              MOVE 'Y' TO WS-MANIFEST-MODE
           END-IF
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
              MOVE 'ZTPENVVF' TO VER-PROGRAM-ID
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

       VERIFY-MANIFEST-DELIVERY.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-STATUS NOT = '00'
           PERFORM UNTIL MANIFEST-STATUS NOT = '00'
               READ MANIFEST-FILE
               IF MANIFEST-STATUS = '00'
                  AND WS-MFT-COUNT < 7
                  ADD 1 TO WS-MFT-COUNT
                  MOVE MAN-DSNAME TO MFT-DSNAME (WS-MFT-COUNT)
                  MOVE MAN-RECORD-COUNT TO MFT-COUNT (WS-MFT-COUNT)
           PERFORM VERIFY-DELIVERY-03
           PERFORM VERIFY-DELIVERY-04
           PERFORM VERIFY-DELIVERY-05
           PERFORM VERIFY-DELIVERY-06
           PERFORM VERIFY-DELIVERY-07
           IF WS-ERROR-COUNT > 0
              DISPLAY 'ZTPENVVF *** DELIVERY DOES NOT MATCH THE '
                  'MANIFEST, ' WS-ERROR-COUNT ' ERROR(S) ***'
           END-IF
           PERFORM JUDGE-ONE-SLOT.

       VERIFY-DELIVERY-06.
           MOVE 6 TO WS-CUR-SLOT
           OPEN INPUT MANFIL-06-FILE
           MOVE MANFIL-06-STATUS TO WS-CUR-STATUS
           IF WS-CUR-STATUS = '00'
              MOVE 'Y' TO WS-SLOT-PRESENT
              PERFORM RESET-SLOT-COUNTERS
              PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                  READ MANFIL-06-FILE
                  MOVE MANFIL-06-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00' OR WS-CUR-STATUS = '04'
                     MOVE '00' TO WS-CUR-STATUS
                     MOVE MANFIL-06-RECORD TO WS-CUR-RECORD
                     PERFORM TALLY-DELIVERED-RECORD
                  END-IF
              END-PERFORM
              CLOSE MANFIL-06-FILE
           ELSE
              MOVE 'N' TO WS-SLOT-PRESENT
           END-IF
           PERFORM JUDGE-ONE-SLOT.

       VERIFY-DELIVERY-07.
           MOVE 7 TO WS-CUR-SLOT
           OPEN INPUT MANFIL-07-FILE
           MOVE MANFIL-07-STATUS TO WS-CUR-STATUS
           IF WS-CUR-STATUS = '00'
              MOVE 'Y' TO WS-SLOT-PRESENT
              PERFORM RESET-SLOT-COUNTERS
              PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                  READ MANFIL-07-FILE
                  MOVE MANFIL-07-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00' OR WS-CUR-STATUS = '04'
                     MOVE '00' TO WS-CUR-STATUS
                     MOVE MANFIL-07-RECORD TO WS-CUR-RECORD
                     PERFORM TALLY-DELIVERED-RECORD
                  END-IF
              END-PERFORM
              CLOSE MANFIL-07-FILE
           ELSE
              MOVE 'N' TO WS-SLOT-PRESENT
           END-IF
           PERFORM JUDGE-ONE-SLOT.

       RESET-SLOT-COUNTERS.
           MOVE 0 TO WS-DATA-COUNT
           MOVE 0 TO WS-HASH-TOTAL
