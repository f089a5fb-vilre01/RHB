      * PROMOTION RESULTS LEDGER (PROMLDG, SEQUENTIAL, LRECL 80). ONE
      * RECORD PER PROMOTION EVENT (CODE AND START DATE) AND SHELTER,
      * POSTED BY THE NIGHTLY ACCUMULATION FOR EVERY ADOPTION CARRYING
      * A PROMOTION CODE THAT WAS IN FORCE AND ELIGIBLE. AMOUNTS ARE
      * FEE TIMES ADOPTION COUNT. PRL-GIVEN-UP IS THE STANDARD VALUE
      * LESS THE FEES CHARGED; PRL-REIMBURSABLE IS THE PART OF IT THE
      * PROMOTION RULE PERMITTED, ON WHICH THE SPONSOR SHARE IS PAID.
      * PRL-UNDERCHARGES COUNTS ADOPTIONS PRICED BELOW EVEN THE
      * PROMOTION PRICE.
       01  PROMOTION-LEDGER-RECORD.
           05  PRL-CODE                  PIC X(1).
           05  PRL-START-DATE            PIC X(8).
           05  PRL-SHELTER               PIC X(4).
           05  PRL-ADOPTIONS             PIC 9(7).
           05  PRL-FEES-CHARGED          PIC 9(9)V99.
           05  PRL-STANDARD-VALUE        PIC 9(9)V99.
           05  PRL-GIVEN-UP              PIC 9(9)V99.
           05  PRL-REIMBURSABLE          PIC 9(9)V99.
           05  PRL-UNDERCHARGES          PIC 9(5).
           05  FILLER                    PIC X(11).
