      * ANIMAL CARE COST LEDGER (CARELDG, KSDS KEYED BY THE 10-BYTE
      * ANIMAL ID, LRECL 120). ONE RECORD PER ANIMAL, BUILT BY
      * ZTPCARLG FROM THE CARETRN COST FEED: VETERINARY WORK,
      * VACCINATIONS, MICROCHIPPING AND BOARDING (COST AND DAYS).
      * THE TOTAL CARE COST IS THE SUM OF THE FOUR COST BUCKETS AND
      * IS SET AGAINST THE FEE REVENUE ON ADOPTMST ONCE THE ANIMAL
      * IS ADOPTED. COSTS DATED AFTER THE ADOPTION STILL POST.
       01  CARE-COST-RECORD.
           05  CST-ANIMAL-ID             PIC X(10).
           05  CST-VET-COST              PIC 9(7)V99.
           05  CST-VACCINE-COST          PIC 9(7)V99.
           05  CST-CHIP-COST             PIC 9(7)V99.
           05  CST-BOARD-COST            PIC 9(7)V99.
           05  CST-BOARD-DAYS            PIC 9(5).
           05  CST-TRAN-COUNT            PIC 9(5).
           05  CST-FIRST-COST-DATE       PIC X(8).
           05  CST-LAST-COST-DATE        PIC X(8).
           05  CST-UPDATED-TS            PIC X(21).
           05  FILLER                    PIC X(27).
