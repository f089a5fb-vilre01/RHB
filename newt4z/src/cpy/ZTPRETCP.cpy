      * RETENTION POLICY CONTROL RECORD (RETNCTL, LRECL 80), ONE PER
      * ARCHIVE DATASET, READ BY THE ZTPRETEN HOUSEKEEPING RUN. A
      * RECORD-LEVEL (R) DATASET HAS ITS EXPIRED RECORDS REMOVED IN
      * PLACE; A GENERATION-LEVEL (G) DATASET HAS ITS EXPIRED
      * GENERATIONS DELETED, ALWAYS KEEPING THE NEWEST
      * RTN-MIN-GENERATIONS. KEEP DAYS OF ZERO MEANS NO AGE LIMIT.
      * WHILE A LEGAL HOLD IS ON (AND RTN-HOLD-UNTIL IS BLANK OR NOT
      * YET PASSED) NOTHING IN THE DATASET IS REMOVED, NOT EVEN FOR
      * AN ERASURE - THE ERASURE IS REPORTED AS DEFERRED INSTEAD.
       01  RETENTION-CTL-RECORD.
           05  RTN-DD-NAME               PIC X(8).
           05  RTN-LEVEL                 PIC X(1).
               88  RTN-RECORD-LEVEL      VALUE 'R'.
               88  RTN-GENERATION-LEVEL  VALUE 'G'.
           05  RTN-KEEP-DAYS             PIC 9(5).
           05  RTN-MIN-GENERATIONS       PIC 9(2).
           05  RTN-LEGAL-HOLD            PIC X(1).
               88  RTN-HOLD-ON           VALUE 'Y'.
           05  RTN-HOLD-REFERENCE        PIC X(20).
           05  RTN-HOLD-UNTIL            PIC X(8).
           05  FILLER                    PIC X(35).
