       FD  GREETOUT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GREETOUT-RECORD PIC X(80).
       FD  ADOPT-REJ-FILE RECORD CONTAINS 84 CHARACTERS
           RECORDING MODE IS F.
       01  ADOPT-REJ-RECORD PIC X(84).
       FD  RECON-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RECON-RPT-RECORD PIC X(80).
       01  RECON-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-TEST-BANNER.
               '*** TEST RUN - NOT PRODUCTION RESULTS ***'.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-MORE-RECORDS PIC X(1).
       01  WS-DISCREPANCY-COUNT PIC 9(3) VALUE 0.
       01  WS-OUTREP-GRAND-TOTAL PIC 9(7) VALUE 0.
               IF AUDIT-STATUS = '00'
                  IF DDSTAT-RECORD
                     PERFORM KEEP-DDSTAT-RECORD
                  END-IF
                  IF NOT NON-STEP-RECORD
                     IF AUDIT-BUSINESS-DATE = WS-RUN-DATE
                        OR (AUDIT-BUSINESS-DATE = SPACES
                            AND AUDIT-START-TS (1:8) = WS-RUN-DATE)
                        EVALUATE AUDIT-PROGRAM-ID
                            WHEN 'ZTPQHELO'
                                MOVE AUDIT-RECORDS-PROCESSED TO
                                    WS-QHELO-AUDIT-COUNT
                                MOVE 'Y' TO WS-QHELO-AUDIT-SEEN
                            WHEN 'ZTPDOGOS'
                                MOVE AUDIT-RECORDS-PROCESSED TO
                                    WS-DOGOS-AUDIT-COUNT
                                MOVE 'Y' TO WS-DOGOS-AUDIT-SEEN
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPRECON' TO VER-PROGRAM-ID
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
       END PROGRAM ZTPRECON.
