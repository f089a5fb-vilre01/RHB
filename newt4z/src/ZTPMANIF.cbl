           FILE STATUS IS MANIN-04-STATUS.
           SELECT MANIN-05-FILE ASSIGN MANIN05
           FILE STATUS IS MANIN-05-STATUS.
           SELECT MANIN-06-FILE ASSIGN MANIN06
           FILE STATUS IS MANIN-06-STATUS.
           SELECT MANIN-07-FILE ASSIGN MANIN07
           FILE STATUS IS MANIN-07-STATUS.
           SELECT MANIFEST-FILE ASSIGN MANIFEST
           FILE STATUS IS MANIFEST-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
       FD  MANIN-05-FILE RECORD CONTAINS 0 CHARACTERS
           RECORDING MODE IS F.
       01  MANIN-05-RECORD PIC X(250).
       FD  MANIN-06-FILE RECORD CONTAINS 0 CHARACTERS
           RECORDING MODE IS F.
       01  MANIN-06-RECORD PIC X(250).
       FD  MANIN-07-FILE RECORD CONTAINS 0 CHARACTERS
           RECORDING MODE IS F.
       01  MANIN-07-RECORD PIC X(250).
       FD  MANIFEST-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
       01  MANIN-03-STATUS PIC X(2).
       01  MANIN-04-STATUS PIC X(2).
       01  MANIN-05-STATUS PIC X(2).
       01  MANIN-06-STATUS PIC X(2).
       01  MANIN-07-STATUS PIC X(2).
       01  MANIFEST-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  SLOT-NAME-TABLE.
           05  SNT-DSNAME OCCURS 7 TIMES PIC X(44).
       01  WS-SNT-IDX PIC 9(1).
       01  WS-CUR-SLOT PIC 9(1).
       01  WS-CUR-STATUS PIC X(2).
           PERFORM SCAN-SLOT-03
           PERFORM SCAN-SLOT-04
           PERFORM SCAN-SLOT-05
           PERFORM SCAN-SLOT-06
           PERFORM SCAN-SLOT-07
           CLOSE MANIFEST-FILE
           DISPLAY 'ZTPMANIF EXTRACTS LISTED ON MANIFEST: '
               WS-FILES-LISTED
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPMANIF' TO VER-PROGRAM-ID
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

       LOAD-SLOT-NAMES.
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
                   UNTIL WS-SNT-IDX > 7
               MOVE SPACES TO SNT-DSNAME (WS-SNT-IDX)
           END-PERFORM
           OPEN INPUT MANIF-CTL-FILE
              PERFORM UNTIL WS-MORE-RECORDS = 'N'
                  READ MANIF-CTL-FILE
                  IF MANIF-CTL-STATUS = '00'
                     IF MFC-SLOT >= 1 AND MFC-SLOT <= 7
                        MOVE MFC-DSNAME TO SNT-DSNAME (MFC-SLOT)
                     END-IF
                  ELSE
              PERFORM WRITE-MANIFEST-ENTRY
           END-IF.

       SCAN-SLOT-06.
           MOVE 6 TO WS-CUR-SLOT
           OPEN INPUT MANIN-06-FILE
           MOVE MANIN-06-STATUS TO WS-CUR-STATUS
           IF WS-CUR-STATUS = '00'
              PERFORM START-ONE-SLOT
              PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                  READ MANIN-06-FILE
                  MOVE MANIN-06-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00' OR WS-CUR-STATUS = '04'
                     MOVE '00' TO WS-CUR-STATUS
                     MOVE MANIN-06-RECORD TO WS-CUR-RECORD
                     PERFORM TALLY-SLOT-RECORD
                  END-IF
              END-PERFORM
              CLOSE MANIN-06-FILE
              PERFORM WRITE-MANIFEST-ENTRY
           END-IF.

       SCAN-SLOT-07.
           MOVE 7 TO WS-CUR-SLOT
           OPEN INPUT MANIN-07-FILE
           MOVE MANIN-07-STATUS TO WS-CUR-STATUS
           IF WS-CUR-STATUS = '00'
              PERFORM START-ONE-SLOT
              PERFORM UNTIL WS-CUR-STATUS NOT = '00'
                  READ MANIN-07-FILE
                  MOVE MANIN-07-STATUS TO WS-CUR-STATUS
                  IF WS-CUR-STATUS = '00' OR WS-CUR-STATUS = '04'
                     MOVE '00' TO WS-CUR-STATUS
                     MOVE MANIN-07-RECORD TO WS-CUR-RECORD
                     PERFORM TALLY-SLOT-RECORD
                  END-IF
              END-PERFORM
              CLOSE MANIN-07-FILE
              PERFORM WRITE-MANIFEST-ENTRY
           END-IF.

       START-ONE-SLOT.
           MOVE 0 TO WS-SLOT-COUNT
           MOVE 0 TO WS-SLOT-HASH
