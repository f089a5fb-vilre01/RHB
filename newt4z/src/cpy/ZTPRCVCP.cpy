      * ADOPTION FEE RECEIVABLE (RCVMST, KSDS KEYED BY THE 10-BYTE
      * ANIMAL ID, LRECL 120). ONE RECORD PER ADOPTION WHOSE FEES
      * WERE NOT ALL PAID ON THE DAY. RCV-AMOUNT-DUE IS THE PART OF
      * THE FEES BILLED ON CREDIT, PAYABLE IN RCV-INSTALMENTS EQUAL
      * INSTALMENTS RCV-INTERVAL-DAYS APART FROM RCV-FIRST-DUE-DATE.
      * THE BALANCE IS DUE LESS PAID LESS WRITTEN OFF. RCV-NOTICE IS
      * THE LAST DUNNING LETTER SENT (R REMINDER, F FINAL DEMAND) FOR
      * THE INSTALMENT DUE ON RCV-NOTICE-DUE-DATE; ONCE THAT
      * INSTALMENT IS PAID THE NEXT MISSED ONE STARTS A FRESH CYCLE.
       01  RECEIVABLE-RECORD.
           05  RCV-ANIMAL-ID             PIC X(10).
           05  RCV-CUSTOMER-ID           PIC X(8).
           05  RCV-SHELTER               PIC X(4).
           05  RCV-ADOPT-DATE            PIC X(8).
           05  RCV-STATUS                PIC X(1).
               88  RCV-OPEN              VALUE 'O'.
               88  RCV-PAID              VALUE 'P'.
               88  RCV-WRITTEN-OFF       VALUE 'W'.
           05  RCV-AMOUNT-DUE            PIC 9(5)V99.
           05  RCV-AMOUNT-PAID           PIC 9(5)V99.
           05  RCV-AMOUNT-WRITTEN-OFF    PIC 9(5)V99.
           05  RCV-INSTALMENTS           PIC 9(2).
           05  RCV-INTERVAL-DAYS         PIC 9(3).
           05  RCV-FIRST-DUE-DATE        PIC X(8).
           05  RCV-LAST-PAY-DATE         PIC X(8).
           05  RCV-NOTICE                PIC X(1).
               88  RCV-REMINDER-SENT     VALUE 'R'.
               88  RCV-FINAL-SENT        VALUE 'F'.
           05  RCV-NOTICE-DUE-DATE       PIC X(8).
           05  RCV-OPENED-BY             PIC X(8).
           05  RCV-UPDATED-TS            PIC X(21).
           05  FILLER                    PIC X(9).
