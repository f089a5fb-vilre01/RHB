      * WAITLIST NOTIFICATION LOG (WAITNTF, KSDS KEYED BY THE 8-BYTE
      * CUSTOMER NUMBER + 10-BYTE ANIMAL ID, LRECL 60). ONE RECORD PER
      * ARRIVAL LETTER ZTPWAITL HAS CUT FOR A WAITLISTED ADOPTER, SO
      * THE SAME ANIMAL IS NEVER NOTIFIED TO THE SAME CUSTOMER TWICE.
      * WNT-BREED IS THE WAITLIST BREED THE ANIMAL MATCHED AND
      * WNT-NOTIFY-DATE THE RUN DATE OF THE LETTER.
       01  WAIT-NOTIFY-RECORD.
           05  WNT-KEY.
               10  WNT-CUSTOMER-ID       PIC X(8).
               10  WNT-ANIMAL-ID         PIC X(10).
           05  WNT-BREED                 PIC X(30).
           05  WNT-SHELTER               PIC X(4).
           05  WNT-NOTIFY-DATE           PIC X(8).
