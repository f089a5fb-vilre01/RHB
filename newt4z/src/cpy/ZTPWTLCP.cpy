      * BREED INTEREST WAITLIST (WAITLST, KSDS KEYED BY THE 8-BYTE
      * CUSTOMER NUMBER + 30-BYTE BREED NAME, LRECL 120). ONE RECORD
      * PER BREED AN ADOPTER HAS ASKED TO BE TOLD ABOUT, MAINTAINED BY
      * ZTPWAITL FROM THE WAITTRN ADD/CHANGE/DELETE TRANSACTIONS. THE
      * BREED IS HELD UNDER ITS CURRENT BREEDCTL NAME (FOLDED THROUGH
      * BRDALIAS WHEN THE ENTRY IS POSTED). WTL-SHELTER LIMITS THE
      * INTEREST TO ONE SHELTER; WHEN IT IS BLANK WTL-REGION LIMITS
      * IT TO THE SHELTERS OF THAT SHLCTL REGION, AND WHEN BOTH ARE
      * BLANK ANY SHELTER MATCHES. THE ENTRY IS REMOVED ONCE THE RUN
      * DATE PASSES WTL-EXPIRY-DATE. WTL-NOTIFY-COUNT AND
      * WTL-LAST-NOTIFIED COUNT THE ARRIVAL LETTERS SENT FOR IT.
       01  WAITLIST-RECORD.
           05  WTL-KEY.
               10  WTL-CUSTOMER-ID       PIC X(8).
               10  WTL-BREED             PIC X(30).
           05  WTL-SHELTER               PIC X(4).
           05  WTL-REGION                PIC X(8).
           05  WTL-ADDED-DATE            PIC X(8).
           05  WTL-EXPIRY-DATE           PIC X(8).
           05  WTL-ENTERED-BY            PIC X(8).
           05  WTL-NOTIFY-COUNT          PIC 9(3).
           05  WTL-LAST-NOTIFIED         PIC X(8).
           05  WTL-UPDATED-TS            PIC X(21).
           05  FILLER                    PIC X(14).
