      * ADOPTER SURVEY REGISTER (SRVREG, LRECL 80). ONE RECORD PER
      * POST-ADOPTION SURVEY LETTER ISSUED, APPENDED BY ZTPSRVSL IN
      * SURVEY-ID ORDER. THE SURVEY ID IS THE ISSUE DATE AS YYMMDD
      * FOLLOWED BY A 4-DIGIT SEQUENCE WITHIN THE DAY, AND IS THE KEY
      * THE ADOPTER QUOTES ON THE RETURNED SURVEY (SRVRESP). THE
      * ADOPTION (ANIMAL ID + ADOPT DATE) IS HELD WITH THE SHELTER,
      * BREED AND SPECIES AS THEY STOOD ON ADOPTMST AT ISSUE, SO
      * ZTPSRVRP CAN REPORT RESPONSES AGAINST THEM AND MATCH LATER
      * RETURNS BACK TO THE ADOPTION.
       01  SURVEY-REG-RECORD.
           05  SRG-SURVEY-ID             PIC X(10).
           05  SRG-ISSUE-DATE            PIC X(8).
           05  SRG-CUST-NUMBER           PIC X(8).
           05  SRG-ANIMAL-ID             PIC X(10).
           05  SRG-ADOPT-DATE            PIC X(8).
           05  SRG-BREED                 PIC X(30).
           05  SRG-SHELTER               PIC X(4).
           05  SRG-SPECIES               PIC X(1).
           05  FILLER                    PIC X(1).
