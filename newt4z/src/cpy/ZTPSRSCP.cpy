      * ADOPTER SURVEY RESPONSE FILE (SRVRESP, KSDS KEYED BY THE
      * 10-BYTE SURVEY ID FROM SRVREG, LRECL 60). ONE RECORD PER
      * RETURNED SURVEY, WRITTEN BY ZTPSRVRC FROM THE KEYED SRVIN
      * RESPONSES. SCORES RUN 1 (POOR) TO 5 (EXCELLENT); THE OVERALL
      * SCORE IS ALWAYS PRESENT, THE OTHERS ARE ZERO WHEN THE ADOPTER
      * LEFT THEM BLANK. SRS-RECOMMEND IS Y/N OR BLANK. SRS-CHANNEL IS
      * HOW THE SURVEY CAME BACK: M(AIL), E(MAIL) OR P(HONE).
       01  SURVEY-RESP-RECORD.
           05  SRS-SURVEY-ID             PIC X(10).
           05  SRS-RESPONSE-DATE         PIC X(8).
           05  SRS-SCORE-OVERALL         PIC 9(1).
           05  SRS-SCORE-SETTLING        PIC 9(1).
           05  SRS-SCORE-HEALTH          PIC 9(1).
           05  SRS-SCORE-SUPPORT         PIC 9(1).
           05  SRS-RECOMMEND             PIC X(1).
               88  SRS-WOULD-RECOMMEND   VALUE 'Y'.
           05  SRS-CHANNEL               PIC X(1).
               88  SRS-CHANNEL-VALID     VALUE 'M' 'E' 'P'.
           05  SRS-CAPTURED-DATE         PIC X(8).
           05  FILLER                    PIC X(28).
