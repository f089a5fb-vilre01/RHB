           FILE STATUS IS AGE-RPT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           FILE STATUS IS RUN-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN AUDITLOG
           FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KSDS-FILE RECORD CONTAINS 250 CHARACTERS
       FD  RUN-CTL-FILE RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPRUNCP.
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  KSDS-STATUS PIC X(2).
       01  AGE-ARCH-STATUS PIC X(2).
       01  AGE-ARCH-OPEN PIC X(1) VALUE 'N'.
       01  AGE-RPT-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-PURGE-MODE PIC X(1) VALUE 'N'.
       01  WS-PURGE-DAYS PIC 9(4) VALUE 0.
       01  WS-MORE-RECORDS PIC X(1) VALUE 'Y'.
       01  WS-RECORD-INT PIC 9(8).
       01  WS-AGE-DAYS PIC S9(8).
       01  WS-AGE-KNOWN PIC X(1).
       01  BATCH-AUTH-AREA.
           05  BAA-PROGRAM-ID PIC X(8).
           05  BAA-BUSINESS-DATE PIC X(8).
           05  BAA-INPUT-DSN PIC X(44).
           05  BAA-REQUEST-ID PIC X(8).
           05  BAA-REQUESTER PIC X(8).
           05  BAA-APPROVER PIC X(8).
           05  BAA-RUN-RC PIC 9(4).
           05  BAA-RESULT PIC X(1).
           05  BAA-REASON PIC X(40).
       01  AGE-BAND-TABLE.
           05  AGE-BAND-COUNT OCCURS 6 TIMES PIC 9(8) VALUE 0.
       01  WS-BAND-IDX PIC 9(1).
           05  PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-VERSION-RECORD
           IF PARM-LENGTH >= 1
              AND PARM-TEXT (1:PARM-LENGTH) IS NUMERIC
              MOVE FUNCTION NUMVAL(PARM-TEXT (1:PARM-LENGTH))
           MOVE WS-RUN-DATE TO WS-RECORD-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE-NUM)
           IF WS-PURGE-MODE = 'Y'
              PERFORM CHECK-BATCH-AUTHORIZATION
           END-IF
           IF WS-PURGE-MODE = 'Y'
              OPEN I-O KSDS-FILE
           ELSE
           IF AGE-ARCH-OPEN = 'Y'
              CLOSE AGE-ARCH-FILE
           END-IF
           IF WS-PURGE-MODE = 'Y'
              PERFORM CONSUME-BATCH-AUTHORIZATION
           END-IF
           PERFORM WRITE-AGING-REPORT
           DISPLAY 'ZTPKSDSG RECORDS READ: ' WS-RECORD-COUNT
           DISPLAY 'ZTPKSDSG RECORDS ARCHIVED: ' WS-ARCHIVED-COUNT
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
              MOVE 'ZTPKSDSG' TO VER-PROGRAM-ID
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

       AGE-ONE-RECORD.
           IF KSDS-UPDATED-TS (1:8) IS NUMERIC
              AND KSDS-UPDATED-TS (1:8) NOT = '00000000'
              END-IF
           END-IF
           CLOSE AGE-RPT-FILE.

       CHECK-BATCH-AUTHORIZATION.
           MOVE 'ZTPKSDSG' TO BAA-PROGRAM-ID
           MOVE WS-RUN-DATE TO BAA-BUSINESS-DATE
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCK' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT = 'Y'
              DISPLAY 'ZTPKSDSG APPLY RUN AUTHORIZED BY '
                  BAA-REQUEST-ID
                  ' REQUESTED BY ' BAA-REQUESTER
                  ' APPROVED BY ' BAA-APPROVER
           ELSE
              DISPLAY 'ZTPKSDSG APPLY RUN REFUSED - ' BAA-REASON
              DISPLAY 'ZTPKSDSG BUSINESS DATE ' WS-RUN-DATE
                  ' INPUT ' BAA-INPUT-DSN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       CONSUME-BATCH-AUTHORIZATION.
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCN' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT NOT = 'Y'
              DISPLAY 'ZTPKSDSG ' BAA-REASON
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       END PROGRAM ZTPKSDSG.
