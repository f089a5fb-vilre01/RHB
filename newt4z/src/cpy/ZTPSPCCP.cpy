      * SHARED SPECIES CODE TABLE - THE ONE-BYTE SPECIES CODE CARRIED
      * ON ADOPTS, ADPPEND, BREEDCTL, YTDMAST, REVMAST AND ADOPTMST AND
      * THE NAME PRINTED FOR IT ON THE SPECIES BREAKS OF THE ADOPTION
      * REPORTS. A BLANK SPECIES ON A RECORD WRITTEN BEFORE THE FIELD
      * EXISTED IS TREATED AS SPECIES-DEFAULT-CODE (DOG).
       01  SPECIES-CODE-VALUES.
           05  FILLER                    PIC X(9) VALUE 'DDOG     '.
           05  FILLER                    PIC X(9) VALUE 'CCAT     '.
           05  FILLER                    PIC X(9) VALUE 'RRABBIT  '.
       01  SPECIES-CODE-TABLE REDEFINES SPECIES-CODE-VALUES.
           05  SPECIES-ENTRY OCCURS 3 TIMES.
               10  SPECIES-CODE          PIC X(1).
               10  SPECIES-NAME          PIC X(8).
       01  SPECIES-CODE-COUNT            PIC 9(2) VALUE 3.
       01  SPECIES-DEFAULT-CODE          PIC X(1) VALUE 'D'.
       01  SPECIES-IDX                   PIC 9(2).
       01  SPECIES-FOUND                 PIC X(1).
       01  SPECIES-MATCH-IDX             PIC 9(2).
