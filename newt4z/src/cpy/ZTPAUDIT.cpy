       01  AUDIT-DDSTAT-RECORD REDEFINES AUDIT-TRAIL-RECORD.
           05  DST-RECORD-TYPE           PIC X(8).
               88  DDSTAT-RECORD         VALUE '*DDSTAT*'.
               88  PGMVER-RECORD         VALUE '*PGMVER*'.
               88  ROLLBACK-RECORD       VALUE '*ROLLBK*'.
               88  NON-STEP-RECORD       VALUE '*DDSTAT*' '*PGMVER*'
                                               '*ROLLBK*'.
           05  DST-PROGRAM-ID            PIC X(8).
           05  DST-DD-NAME               PIC X(8).
           05  DST-ROLE                  PIC X(4).
           05  DST-REJECT-COUNT          PIC 9(8).
           05  DST-BUSINESS-DATE         PIC X(8).
           05  FILLER                    PIC X(20).
      * LOAD-MODULE VERSION RECORD, POSTED BY EACH PROGRAM RIGHT
      * AFTER ITS END-OF-STEP RECORD. CARRIES THE *PGMVER* SENTINEL
      * IN THE PROGRAM-ID POSITION; READERS THAT ONLY WANT STEP
      * RECORDS SHOULD TEST NON-STEP-RECORD, WHICH COVERS EVERY
      * SENTINEL. COMPILE STAMP IS FUNCTION WHEN-COMPILED (1:14).
       01  AUDIT-VERSION-RECORD REDEFINES AUDIT-TRAIL-RECORD.
           05  VER-RECORD-TYPE           PIC X(8).
           05  VER-PROGRAM-ID            PIC X(8).
           05  VER-VERSION-LABEL         PIC X(8).
           05  VER-COMPILE-TS            PIC X(14).
           05  VER-START-TS              PIC X(21).
           05  VER-RUN-MODE              PIC X(4).
           05  VER-BUSINESS-DATE         PIC X(8).
           05  FILLER                    PIC X(9).
      * CYCLE ROLLBACK RECORD, POSTED BY ZTPCYSNP WHEN A SNAPSHOT SET
      * IS RESTORED OVER THE MASTERS. CARRIES THE *ROLLBK* SENTINEL;
      * RBK-CYCLE-DATE IS THE CYCLE WHOSE SNAPSHOT WAS PUT BACK AND
      * RBK-RESULT IS 'OK  ' ONLY WHEN EVERY RESTORED COUNT MATCHED.
       01  AUDIT-ROLLBACK-RECORD REDEFINES AUDIT-TRAIL-RECORD.
           05  RBK-RECORD-TYPE           PIC X(8).
           05  RBK-PROGRAM-ID            PIC X(8).
           05  RBK-CYCLE-DATE            PIC X(8).
           05  RBK-ROLLBACK-TS           PIC X(21).
           05  RBK-MEMBERS               PIC 9(3).
           05  RBK-RECORDS               PIC 9(9).
           05  RBK-RESULT                PIC X(4).
           05  RBK-RUN-MODE              PIC X(4).
           05  RBK-BUSINESS-DATE         PIC X(8).
           05  FILLER                    PIC X(7).
      * HASH-CHAIN SEAL VIEW. EVERY LAYOUT ABOVE LEAVES POSITIONS
      * 75-80 AS FILLER; WRITERS MOVE SPACES TO THE RECORD AND
      * CALL ZTPAUDSL AFTER CLOSING AUDITLOG, WHICH FILLS THE SEAL OF
      * EACH NEW RECORD WITH A CHAIN SEQUENCE (PREVIOUS + 1, MODULO
      * 100) AND A BASE-36 HASH OF THE PREVIOUS RECORD'S SEAL, THE
      * NEW SEQUENCE AND POSITIONS 1-74. ZTPAUDHK KEEPS THE CHAIN
      * HEAD OF EACH ARCHIVE CUT IN STATESTR; ZTPAUDCV WALKS THE
      * AUDARCH GENERATIONS AND AUDITLOG AND REPORTS ANY BREAK.
       01  AUDIT-CHAIN-RECORD REDEFINES AUDIT-TRAIL-RECORD.
           05  CHN-PAYLOAD               PIC X(74).
           05  CHN-SEAL.
               10  CHN-SEQUENCE          PIC X(2).
               10  CHN-HASH              PIC X(4).
