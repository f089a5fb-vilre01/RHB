      * FOSTER PLACEMENT MASTER (FOSTMST, KSDS KEYED BY THE 10-BYTE
      * ANIMAL ID + 8-BYTE PLACEMENT START DATE, LRECL 100). ONE RECORD
      * PER FOSTER PLACEMENT POSTED BY ZTPFOSTR FROM THE FOSTTRN
      * PLACEMENT AND RETURN TRANSACTIONS. FST-CUSTOMER-ID IS THE
      * FOSTER CARER'S CUSTOMER NUMBER. FST-STATUS IS A (ACTIVE - THE
      * ANIMAL IS STILL WITH THE CARER), R (RETURNED TO THE SHELTER),
      * F (ADOPTED BY THE FOSTER CARER - A FOSTER-TO-ADOPT CONVERSION)
      * OR O (ADOPTED BY SOMEONE ELSE WHILE IN FOSTER). F AND O ARE SET
      * BY ZTPADTLR WHEN THE ADOPTION DETAIL ARRIVES; FST-END-DATE IS
      * THEN THE ADOPTION DATE AND FST-ADOPT-CUSTOMER-ID THE ADOPTER.
       01  FOSTER-MST-RECORD.
           05  FST-KEY.
               10  FST-ANIMAL-ID         PIC X(10).
               10  FST-START-DATE        PIC X(8).
           05  FST-CUSTOMER-ID           PIC X(8).
           05  FST-SHELTER               PIC X(4).
           05  FST-STATUS                PIC X(1).
               88  FST-ACTIVE            VALUE 'A'.
               88  FST-RETURNED          VALUE 'R'.
               88  FST-FOSTER-ADOPTED    VALUE 'F'.
               88  FST-OTHER-ADOPTED     VALUE 'O'.
           05  FST-END-DATE              PIC X(8).
           05  FST-ADOPT-CUSTOMER-ID     PIC X(8).
           05  FST-ENTERED-BY            PIC X(8).
           05  FST-UPDATED-TS            PIC X(21).
           05  FILLER                    PIC X(24).
