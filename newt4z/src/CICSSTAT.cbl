           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF NOT NON-STEP-RECORD
                     PERFORM SET-CYCLE-DATE-WORK
                     PERFORM NOTE-CYCLE-DATE
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           PERFORM UNTIL WS-MORE-RECORDS = 'N'
               READ AUDIT-FILE
               IF AUDIT-STATUS = '00'
                  IF NOT NON-STEP-RECORD
                     PERFORM SET-CYCLE-DATE-WORK
                     IF WS-CYCLE-DATE-WORK = WS-SELECTED-DATE
                        PERFORM KEEP-LATEST-STEP
                     END-IF
                  END-IF
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
