      * PROMOTION MASTER (PROMCTL, SEQUENTIAL, LRECL 80). ONE EVENT IS
      * IDENTIFIED BY ITS ONE-BYTE PROMOTION CODE AND START DATE; A
      * CODE MAY BE REUSED FOR A LATER EVENT. ROW TYPES:
      *   H  EVENT HEADER - END DATE, DISCOUNT RULE, SPONSOR SHARE
      *   S  ELIGIBLE SHELTER (NO S ROWS = EVERY SHELTER)
      *   B  ELIGIBLE BREED   (NO B ROWS = EVERY BREED)
      * DISCOUNT RULES, APPLIED TO THE FEECTL STANDARD FEE IN FORCE:
      *   W  FEE WAIVED, PROMOTION PRICE ZERO
      *   P  PERCENT OFF, PRM-DISCOUNT HOLDS THE PERCENTAGE
      *   A  AMOUNT OFF, PRM-DISCOUNT HOLDS THE AMOUNT
      *   F  FIXED PRICE, PRM-DISCOUNT HOLDS THE PRICE
      * PRM-SPONSOR-PCT IS THE SHARE OF THE DISCOUNT GIVEN UP THAT
      * THE EVENT SPONSOR REIMBURSES.
       01  PROMOTION-CTL-RECORD.
           05  PRM-CODE                  PIC X(1).
           05  PRM-ROW-TYPE              PIC X(1).
               88  PRM-HEADER-ROW        VALUE 'H'.
               88  PRM-SHELTER-ROW       VALUE 'S'.
               88  PRM-BREED-ROW         VALUE 'B'.
           05  PRM-START-DATE            PIC X(8).
           05  PRM-HEADER-DATA.
               10  PRM-END-DATE          PIC X(8).
               10  PRM-RULE              PIC X(1).
               10  PRM-DISCOUNT          PIC 9(5)V99.
               10  PRM-SPONSOR-PCT       PIC 9(3).
               10  PRM-NAME              PIC X(30).
               10  PRM-SPONSOR           PIC X(20).
               10  FILLER                PIC X(1).
           05  PRM-SHELTER-DATA REDEFINES PRM-HEADER-DATA.
               10  PRM-ELIG-SHELTER      PIC X(4).
               10  FILLER                PIC X(66).
           05  PRM-BREED-DATA REDEFINES PRM-HEADER-DATA.
               10  PRM-ELIG-BREED        PIC X(30).
               10  FILLER                PIC X(40).
