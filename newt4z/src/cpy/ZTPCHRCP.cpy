      * MICROCHIP REGISTRATION TRACKER (CHIPREG, KSDS KEYED BY THE
      * 10-BYTE ANIMAL ID, LRECL 120). ONE RECORD PER ADOPTION WITH A
      * MICROCHIP FEE THAT ZTPCHIPR HAS SENT TO THE CHIP REGISTRY ON
      * THE CHIPOUT FILE. CHR-STATUS IS S (SENT, AWAITING THE
      * REGISTRY'S ACKNOWLEDGEMENT), A (ACCEPTED - CHR-REGISTRY-REF
      * IS THE REGISTRY'S REFERENCE) OR R (REJECTED - REASON CODE AND
      * TEXT AS RETURNED ON CHIPACK). CHR-ACK-DATE IS THE RUN DATE THE
      * ACKNOWLEDGEMENT WAS MATCHED. A REJECTED REGISTRATION IS SENT
      * AGAIN ONCE THE ADOPTER'S TESTKSDS RECORD HAS BEEN UPDATED
      * AFTER THAT DATE; CHR-SEND-COUNT COUNTS THE SENDS.
       01  CHIP-REG-RECORD.
           05  CHR-ANIMAL-ID             PIC X(10).
           05  CHR-CUSTOMER-ID           PIC X(8).
           05  CHR-SHELTER               PIC X(4).
           05  CHR-ADOPT-DATE            PIC X(8).
           05  CHR-STATUS                PIC X(1).
               88  CHR-SENT              VALUE 'S'.
               88  CHR-ACCEPTED          VALUE 'A'.
               88  CHR-REJECTED          VALUE 'R'.
           05  CHR-SENT-DATE             PIC X(8).
           05  CHR-SEND-COUNT            PIC 9(2).
           05  CHR-ACK-DATE              PIC X(8).
           05  CHR-REGISTRY-REF          PIC X(12).
           05  CHR-REJECT-CODE           PIC X(4).
           05  CHR-REJECT-TEXT           PIC X(30).
           05  CHR-UPDATED-TS            PIC X(21).
           05  FILLER                    PIC X(4).
