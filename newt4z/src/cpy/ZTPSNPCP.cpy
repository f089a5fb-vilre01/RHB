      * CYCLE SNAPSHOT SET RECORD (SNAPSET GDG, LRECL 267). ZTPCYSNP
      * COPIES EVERY MASTER THE NIGHTLY CYCLE UPDATES INTO ONE
      * GENERATION PER CYCLE: A SET HEADER ('S', DD NAME *SNAPSET*)
      * CARRYING THE CYCLE DATE, THEN FOR EACH MASTER A MEMBER
      * HEADER ('H'), ONE DATA RECORD ('D') PER MASTER RECORD AND A
      * MEMBER TRAILER ('T') WITH THE RECORD COUNT, AND LAST A SET
      * TRAILER ('E') WITH THE MEMBER COUNT. A SET WITHOUT ITS 'E'
      * RECORD IS INCOMPLETE AND IS NEVER RESTORED.
       01  SNAPSHOT-RECORD.
           05  SNP-CYCLE-DATE            PIC X(8).
           05  SNP-DD-NAME               PIC X(8).
           05  SNP-RECORD-TYPE           PIC X(1).
               88  SNP-SET-HEADER        VALUE 'S'.
               88  SNP-MEMBER-HEADER     VALUE 'H'.
               88  SNP-MEMBER-DATA       VALUE 'D'.
               88  SNP-MEMBER-TRAILER    VALUE 'T'.
               88  SNP-SET-TRAILER       VALUE 'E'.
           05  SNP-DATA                  PIC X(250).
           05  SNP-CONTROL REDEFINES SNP-DATA.
               10  SNP-RECORD-COUNT      PIC 9(9).
               10  SNP-RECORD-LENGTH     PIC 9(3).
               10  SNP-MEMBER-STATE      PIC X(1).
                   88  SNP-MEMBER-PRESENT VALUE 'P'.
                   88  SNP-MEMBER-ABSENT VALUE 'A'.
               10  SNP-TAKEN-TS          PIC X(21).
               10  SNP-RUN-MODE          PIC X(4).
               10  SNP-MEMBER-COUNT      PIC 9(3).
               10  FILLER                PIC X(209).
