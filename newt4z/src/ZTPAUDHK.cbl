       COPY ZTPRUNCP.
       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  AUDIT-ARCH-STATUS PIC X(2).
       01  AUDIT-KEEP-STATUS PIC X(2).
       01  RUN-CTL-STATUS PIC X(2).
       01  WS-MOVED-COUNT PIC 9(8) VALUE 0.
       01  WS-KEPT-COUNT PIC 9(8) VALUE 0.
       01  WS-REWRITTEN-COUNT PIC 9(8) VALUE 0.
       01  WS-HELD-COUNT PIC 9(8) VALUE 0.
       01  WS-WINDOW-REACHED PIC X(1) VALUE 'N'.
       01  WS-CHAIN-HEAD PIC X(6) VALUE SPACES.
       01  STATE-REQUEST-AREA.
           05  STA-PROGRAM-ID PIC X(8) VALUE 'ZTPAUDHK'.
           05  STA-STATE-NAME PIC X(8) VALUE 'CHAINHD'.
           05  STA-STATE-VALUE PIC X(64).
           05  STA-RESULT PIC X(1).
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
       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH PIC S9(4) COMP.
           DISPLAY 'ZTPAUDHK RUN DATE: ' WS-RUN-DATE
               ' RETENTION DAYS: ' WS-RETENTION-DAYS
               ' CUTOFF: ' WS-CUTOFF-DATE
           PERFORM CHECK-BATCH-AUTHORIZATION
           MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
           CALL 'ZTPAUDSL'
           MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           PERFORM SPLIT-AUDIT-TRAIL
           IF WS-MOVED-COUNT + WS-KEPT-COUNT NOT = WS-ORIGINAL-COUNT
              DISPLAY 'ZTPAUDHK COUNT VERIFICATION FAILED, '
                  'KEPT: ' WS-KEPT-COUNT
                  ' REWRITTEN: ' WS-REWRITTEN-COUNT
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-MOVED-COUNT > 0
                 PERFORM SAVE-CHAIN-HEAD
              END-IF
           END-IF
           PERFORM CONSUME-BATCH-AUTHORIZATION
           DISPLAY 'ZTPAUDHK RECORDS READ: ' WS-ORIGINAL-COUNT
           DISPLAY 'ZTPAUDHK RECORDS ARCHIVED: ' WS-MOVED-COUNT
           DISPLAY 'ZTPAUDHK RECORDS KEPT: ' WS-KEPT-COUNT
           IF WS-HELD-COUNT > 0
              DISPLAY 'ZTPAUDHK RECORDS HELD BEHIND NEWER ONES: '
                  WS-HELD-COUNT
           END-IF
           GOBACK.

       LOAD-RUN-CONTROL.
                      WHEN DDSTAT-RECORD
                          MOVE DST-BUSINESS-DATE TO
                              WS-RECORD-AGE-DATE
                      WHEN PGMVER-RECORD
                          MOVE VER-BUSINESS-DATE TO
                              WS-RECORD-AGE-DATE
                      WHEN ROLLBACK-RECORD
                          MOVE RBK-ROLLBACK-TS (1:8) TO
                              WS-RECORD-AGE-DATE
                      WHEN AUDIT-END-TS = SPACES
                          MOVE AUDIT-START-TS (1:8) TO
                              WS-RECORD-AGE-DATE
                              WS-RECORD-AGE-DATE
                  END-EVALUATE
                  IF WS-RECORD-AGE-DATE < WS-CUTOFF-DATE
                     AND WS-WINDOW-REACHED = 'N'
                     MOVE AUDIT-TRAIL-RECORD TO AUDIT-ARCH-RECORD
                     WRITE AUDIT-ARCH-RECORD
                     ADD 1 TO WS-MOVED-COUNT
                     MOVE CHN-SEAL TO WS-CHAIN-HEAD
                  ELSE
                     IF WS-RECORD-AGE-DATE < WS-CUTOFF-DATE
                        ADD 1 TO WS-HELD-COUNT
                     END-IF
                     MOVE 'Y' TO WS-WINDOW-REACHED
                     MOVE AUDIT-TRAIL-RECORD TO AUDIT-KEEP-RECORD
                     WRITE AUDIT-KEEP-RECORD
                     ADD 1 TO WS-KEPT-COUNT
           END-PERFORM
           CLOSE AUDIT-KEEP-FILE
           CLOSE AUDIT-FILE.

       SAVE-CHAIN-HEAD.
           MOVE SPACES TO STA-STATE-VALUE
           MOVE WS-CHAIN-HEAD TO STA-STATE-VALUE (1:6)
           MOVE WS-MOVED-COUNT TO STA-STATE-VALUE (7:8)
           MOVE WS-RUN-DATE TO STA-STATE-VALUE (15:8)
           MOVE WS-CUTOFF-DATE TO STA-STATE-VALUE (23:8)
           MOVE FUNCTION CURRENT-DATE (1:14) TO
               STA-STATE-VALUE (31:14)
           CALL 'ZTPSTATP' USING STATE-REQUEST-AREA
           IF STA-RESULT = 'Y'
              DISPLAY 'ZTPAUDHK ARCHIVED CHAIN HEAD: ' WS-CHAIN-HEAD
           ELSE
              DISPLAY 'ZTPAUDHK CHAIN HEAD ' WS-CHAIN-HEAD
                  ' NOT RECORDED ON STATESTR'
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       CHECK-BATCH-AUTHORIZATION.
           MOVE 'ZTPAUDHK' TO BAA-PROGRAM-ID
           MOVE WS-RUN-DATE TO BAA-BUSINESS-DATE
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCK' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT = 'Y'
              DISPLAY 'ZTPAUDHK APPLY RUN AUTHORIZED BY '
                  BAA-REQUEST-ID
                  ' REQUESTED BY ' BAA-REQUESTER
                  ' APPROVED BY ' BAA-APPROVER
           ELSE
              DISPLAY 'ZTPAUDHK APPLY RUN REFUSED - ' BAA-REASON
              DISPLAY 'ZTPAUDHK BUSINESS DATE ' WS-RUN-DATE
                  ' INPUT ' BAA-INPUT-DSN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       CONSUME-BATCH-AUTHORIZATION.
           MOVE RETURN-CODE TO BAA-RUN-RC
           CALL 'ZTPBAUCN' USING BATCH-AUTH-AREA
           MOVE BAA-RUN-RC TO RETURN-CODE
           IF BAA-RESULT NOT = 'Y'
              DISPLAY 'ZTPAUDHK ' BAA-REASON
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       END PROGRAM ZTPAUDHK.
