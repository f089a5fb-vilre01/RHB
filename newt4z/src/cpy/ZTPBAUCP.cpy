      * BATCH AUTHORIZATION FOR DESTRUCTIVE RUNS (BATAUTH, SEQUENTIAL,
      * LRECL 150). ONE RECORD PER REQUEST TO RUN A DELETING PROGRAM
      * (ZTPERASE, ZTPDMPRG, ZTPKSDSG, ZTPAUDHK, ZTPDBVSR SWEEP) IN
      * APPLY MODE FOR ONE BUSINESS DATE AGAINST ONE INPUT DATASET.
      * RAISED AND APPROVED ONLINE THROUGH CICSBAU1, WHICH STAMPS BOTH
      * USER IDS FROM THE SIGNED-ON CICS USER; THE APPROVER MUST BE A
      * DIFFERENT USER ID HOLDING THE APPROVE ROLE ON AUTHCTL. EXPIRED
      * AND (ON CANCEL CARDS) CANCELLED BY THE ZTPBAUMT BATCH RUN.
      * CHECKED AND CONSUMED BY ZTPBAUCK FROM THE DELETING PROGRAM.
      * BAU-STATUS: P = AWAITING APPROVAL, A = APPROVED, C = CONSUMED
      * BY A RUN (BAU-CONSUMED-RC IS THAT RUN'S RETURN CODE),
      * X = CANCELLED, E = EXPIRED UNUSED. TIMESTAMPS ARE
      * YYYYMMDDHHMMSS.
       01  BATCH-AUTH-RECORD.
           05  BAU-REQUEST-ID            PIC X(8).
           05  BAU-STATUS                PIC X(1).
               88  BAU-PENDING           VALUE 'P'.
               88  BAU-APPROVED          VALUE 'A'.
               88  BAU-CONSUMED          VALUE 'C'.
               88  BAU-CANCELLED         VALUE 'X'.
               88  BAU-EXPIRED           VALUE 'E'.
           05  BAU-PROGRAM-ID            PIC X(8).
           05  BAU-BUSINESS-DATE         PIC X(8).
           05  BAU-INPUT-DSN             PIC X(44).
           05  BAU-REQUESTER             PIC X(8).
           05  BAU-REQUESTED-TS          PIC X(14).
           05  BAU-APPROVER              PIC X(8).
           05  BAU-APPROVED-TS           PIC X(14).
           05  BAU-EXPIRY-TS             PIC X(14).
           05  BAU-CONSUMED-TS           PIC X(14).
           05  BAU-CONSUMED-RC           PIC 9(4).
           05  FILLER                    PIC X(5).
