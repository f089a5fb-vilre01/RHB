      * SALES TAX LEDGER (TAXLDG, SEQUENTIAL, LRECL 80). ONE RECORD
      * PER YEAR, PERIOD, TAX JURISDICTION AND FEE COMPONENT (A
      * ADOPTION, M MICROCHIP, D DONATION), POSTED BY THE NIGHTLY
      * ACCUMULATION. FEES FROM SHELTERS WITH NO JURISDICTION, OR
      * WITH NO RATE IN FORCE FOR THE COMPONENT, ARE EXEMPT. RETURNS
      * ARE HELD SEPARATELY SO THE RETURN SHOWS GROSS AND CREDITS;
      * TAX DUE IS TXL-TAX-CHARGED LESS TXL-TAX-CREDITED.
       01  TAX-LEDGER-RECORD.
           05  TXL-YEAR                  PIC 9(4).
           05  TXL-PERIOD                PIC 9(2).
           05  TXL-JURISDICTION          PIC X(6).
           05  TXL-COMPONENT             PIC X(1).
           05  TXL-TAXABLE-BASE          PIC 9(9)V99.
           05  TXL-EXEMPT-BASE           PIC 9(9)V99.
           05  TXL-TAX-CHARGED           PIC 9(7)V99.
           05  TXL-TAXABLE-RETURNS       PIC 9(9)V99.
           05  TXL-EXEMPT-RETURNS        PIC 9(9)V99.
           05  TXL-TAX-CREDITED          PIC 9(7)V99.
           05  FILLER                    PIC X(5).
