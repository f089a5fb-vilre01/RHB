      * SHELTER FEED ACKNOWLEDGEMENT WORK RECORD (ACKWORK, LRECL 80).
      * ZTPADMRG STARTS THE FILE EACH MERGE WITH ONE RECEIPT ('R')
      * PER SHELTER FEED FILE READ; ZTPADREL APPENDS ONE RELEASE
      * REJECT ('P') PER PENDING ADOPTION IT REJECTS. ZTPSHACK READS
      * IT WITH THE CYCLE'S ADOPTREJ TO BUILD THE PER-SHELTER
      * ACKNOWLEDGEMENT FILES. RECEIPT OUTCOMES ARE THE MRGRPT
      * VERDICTS (MERGED, FOREIGN RECORDS, STALE-RESEND,
      * DUPLICATE-SKIP, UNATTRIBUTED-SKIP, VOLUME-HOLD).
       01  ACK-WORK-RECORD.
           05  ACK-RECORD-TYPE           PIC X(1).
               88  ACK-FEED-RECEIPT      VALUE 'R'.
               88  ACK-RELEASE-REJECT    VALUE 'P'.
           05  ACK-SHELTER               PIC X(4).
           05  ACK-BUSINESS-DATE         PIC X(8).
           05  ACK-DETAIL                PIC X(67).
           05  ACK-RECEIPT-DETAIL REDEFINES ACK-DETAIL.
               10  ACK-FEED-DD           PIC X(8).
               10  ACK-RECORDS-RECEIVED  PIC 9(6).
               10  ACK-RECORDS-MERGED    PIC 9(6).
               10  ACK-HASH-TOTAL        PIC 9(12).
               10  ACK-FEE-TOTAL         PIC 9(9)V99.
               10  ACK-ADOPTION-TOTAL    PIC 9(7).
               10  ACK-OUTCOME           PIC X(17).
           05  ACK-REJECT-DETAIL REDEFINES ACK-DETAIL.
               10  ACK-REJ-BREED         PIC X(30).
               10  ACK-REJ-PERIOD        PIC X(2).
               10  ACK-REJ-REASON        PIC X(31).
               10  FILLER                PIC X(4).
