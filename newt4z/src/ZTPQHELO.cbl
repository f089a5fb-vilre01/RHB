           FILE STATUS IS INPUT-STATUS.
           SELECT CUST-EXT-FILE ASSIGN CUSTEXT
           FILE STATUS IS CUST-EXT-STATUS.
           SELECT OUTPUT-FILE ASSIGN SYSOUT1
           FILE STATUS IS OUTPUT-STATUS.
           SELECT GREET-CTL-FILE ASSIGN GREETCTL
           FILE STATUS IS GREET-CTL-STATUS.
           SELECT LETTER-TMPL-FILE ASSIGN LTRTMPL
           FILE STATUS IS OPTOUT-STATUS.
           SELECT CAMPAIGN-CTL-FILE ASSIGN CMPCTL
           FILE STATUS IS CAMPAIGN-CTL-STATUS.
           SELECT LETTER-AMT-FILE ASSIGN LTRAMT
           FILE STATUS IS LETTER-AMT-STATUS.
           SELECT SURVEY-LTR-FILE ASSIGN SRVLTR
           FILE STATUS IS SURVEY-LTR-STATUS.
           SELECT MAIL-LOG-FILE ASSIGN MAILLOG
           FILE STATUS IS MAIL-LOG-STATUS.
           SELECT MAIL-EN-FILE ASSIGN MAILEN
           FILE STATUS IS MAIL-EN-STATUS.
           SELECT MAIL-FR-FILE ASSIGN MAILFR
           FILE STATUS IS MAIL-OT-STATUS.
           SELECT SPLIT-RPT-FILE ASSIGN SPLITRPT
           FILE STATUS IS SPLIT-RPT-STATUS.
           SELECT PIECE-OUT-FILE ASSIGN PIECEOUT
           FILE STATUS IS PIECE-OUT-STATUS.
           SELECT CUST-PREF-FILE ASSIGN CUSTPREF
           FILE STATUS IS CUST-PREF-STATUS.
           SELECT EMAIL-OUT-FILE ASSIGN EMAILOUT
           FILE STATUS IS EMAIL-OUT-STATUS.
           SELECT PRINT-FILE ASSIGN GREETPRT
           FILE STATUS IS PRINT-STATUS.
           SELECT RUN-CTL-FILE ASSIGN RUNCTL
           05  CMP-END-DATE PIC X(8).
           05  CMP-LANG PIC X(2).
           05  CMP-INSERT-TEXT PIC X(40).
       FD  LETTER-AMT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  LETTER-AMT-RECORD.
           05  AMT-CUST-NUMBER PIC X(8).
           05  AMT-YEAR PIC X(4).
           05  AMT-AMOUNT PIC 9(7)V99.
           05  AMT-ANIMAL-ID PIC X(10).
           05  AMT-DUE-DATE PIC X(8).
           05  FILLER PIC X(1).
       FD  SURVEY-LTR-FILE RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  SURVEY-LTR-RECORD.
           05  SLT-CUST-NUMBER PIC X(8).
           05  SLT-SURVEY-ID PIC X(10).
           05  SLT-ANIMAL-ID PIC X(10).
           05  FILLER PIC X(2).
       FD  MAIL-LOG-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  MAIL-LOG-RECORD.
           05  MLG-CUST-NUMBER PIC X(8).
           05  MLG-CMP-CODE PIC X(8).
           05  MLG-LANG PIC X(2).
           05  MLG-POSTAL PIC X(10).
           05  MLG-MAIL-DATE PIC X(8).
           05  FILLER PIC X(4).
       FD  MAIL-EN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  MAIL-EN-RECORD PIC X(80).
       FD  SPLIT-RPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SPLIT-RPT-RECORD PIC X(80).
       FD  PIECE-OUT-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  PIECE-OUT-RECORD.
           05  PCE-CUST-NUMBER PIC X(8).
           05  PCE-CMP-CODE PIC X(8).
           05  PCE-LANG PIC X(2).
           05  PCE-SPLIT-LANG PIC X(2).
           05  PCE-POSTAL PIC X(10).
           05  PCE-LINES PIC 9(3).
           05  FILLER PIC X(7).
       FD  CUST-PREF-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-PREF-RECORD.
           05  CPF-CUST-NUMBER PIC X(8).
           05  CPF-CHANNEL PIC X(1).
           05  CPF-EMAIL PIC X(60).
           05  CPF-BOUNCE-DATE PIC X(8).
           05  CPF-BOUNCE-REASON PIC X(2).
           05  CPF-UPDATED-DATE PIC X(8).
           05  FILLER PIC X(13).
       FD  EMAIL-OUT-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  EMAIL-OUT-RECORD.
           05  EML-REC-TYPE PIC X(1).
           05  EML-CUST-NUMBER PIC X(8).
           05  EML-DATA PIC X(91).
       01  EMAIL-HDR-RECORD.
           05  FILLER PIC X(9).
           05  EMH-EMAIL PIC X(60).
           05  EMH-LANG PIC X(2).
           05  EMH-CMP-CODE PIC X(8).
           05  EMH-RUN-DATE PIC X(8).
           05  FILLER PIC X(13).
       01  EMAIL-LINE-RECORD.
           05  FILLER PIC X(9).
           05  EML-LINE-SEQ PIC 9(3).
           05  EML-TEXT PIC X(80).
           05  FILLER PIC X(8).
       01  EMAIL-TRL-RECORD.
           05  FILLER PIC X(9).
           05  EMT-LINE-COUNT PIC 9(3).
           05  FILLER PIC X(88).
       FD  PRINT-FILE RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.
       01  PRINT-RECORD.
       COPY ZTPAUDIT.
       WORKING-STORAGE SECTION.
       01  INPUT-STATUS PIC X(2).
       01  OUTPUT-STATUS PIC X(2).
       01  GREET-CTL-STATUS PIC X(2).
       01  LETTER-TMPL-STATUS PIC X(2).
       01  LETTER-TMPL-TABLE.
           05  FILLER PIC X(9) VALUE ' LETTERS='.
           05  CTR-LETTERS PIC 9(6).
           05  FILLER PIC X(48) VALUE SPACES.
       01  LETTER-AMT-STATUS PIC X(2).
       01  WS-AMOUNT-MODE PIC X(1) VALUE 'N'.
       01  LETTER-AMT-TABLE.
           05  AMT-ENTRY OCCURS 2000 TIMES.
               10  AMT-TBL-NUMBER PIC X(8).
               10  AMT-TBL-YEAR PIC X(4).
               10  AMT-TBL-AMOUNT PIC 9(7)V99.
               10  AMT-TBL-ANIMAL-ID PIC X(10).
               10  AMT-TBL-DUE-DATE PIC X(8).
       01  WS-AMT-COUNT PIC 9(4) VALUE 0.
       01  WS-AMT-IDX PIC 9(4).
       01  WS-AMT-MATCH PIC 9(4).
       01  WS-AMT-NOT-FOUND PIC 9(6) VALUE 0.
       01  WS-LETTER-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       01  WS-LETTER-AMOUNT-TEXT PIC X(12) VALUE SPACES.
       01  WS-LETTER-YEAR PIC X(4) VALUE SPACES.
       01  WS-LETTER-ANIMAL-ID PIC X(10) VALUE SPACES.
       01  WS-LETTER-DUE-DATE PIC X(8) VALUE SPACES.
       01  SURVEY-LTR-STATUS PIC X(2).
       01  WS-SURVEY-MODE PIC X(1) VALUE 'N'.
       01  SURVEY-LTR-TABLE.
           05  SLT-ENTRY OCCURS 2000 TIMES.
               10  SLT-TBL-NUMBER PIC X(8).
               10  SLT-TBL-SURVEY-ID PIC X(10).
               10  SLT-TBL-ANIMAL-ID PIC X(10).
       01  WS-SLT-COUNT PIC 9(4) VALUE 0.
       01  WS-SLT-IDX PIC 9(4).
       01  WS-SLT-NOT-FOUND PIC 9(6) VALUE 0.
       01  WS-LETTER-SURVEY-ID PIC X(10) VALUE SPACES.
       01  WS-LINE-WORK PIC X(90).
       01  WS-LINE-REBUILT PIC X(90).
       01  WS-VAR-TALLY PIC 9(3).
       01  EXCEPTION-FILE-OPEN PIC X(1) VALUE 'N'.
       01  RUN-CTL-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  WS-AUDIT-SAVE-RC PIC 9(4).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-MODE PIC X(4) VALUE 'PROD'.
       01  WS-START-TS PIC X(21).
       01  WS-PROGRAM-VERSION PIC X(8) VALUE 'V01.00'.
       01  WS-DDS-DD-NAME PIC X(8).
       01  WS-DDS-ROLE PIC X(4).
       01  WS-DDS-READ PIC 9(8).
       01  WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01  OPTOUT-STATUS PIC X(2).
       01  OPTOUT-TABLE.
           05  OPT-ENTRY OCCURS 2000 TIMES.
               10  OPT-TBL-NUMBER PIC X(8).
               10  OPT-TBL-NAME PIC X(20).
       01  WS-OPTOUT-COUNT PIC 9(4) VALUE 0.
       01  WS-OPTOUT-IDX PIC 9(4).
       01  WS-OPTOUT-MATCH PIC X(1).
       01  WS-OPTOUT-SUPPRESSED PIC 9(6) VALUE 0.
       01  WS-CURRENT-NUMBER PIC X(8) VALUE SPACES.
       01  MAIL-LOG-STATUS PIC X(2).
       01  WS-MAIL-LOG-OPEN PIC X(1) VALUE 'N'.
       01  WS-MAIL-LOG-COUNT PIC 9(6) VALUE 0.
       01  HOUSEHOLD-TABLE.
           05  HH-ENTRY OCCURS 300 TIMES.
               10  HH-STREET PIC X(20).
               10  SPL-LETTERS PIC 9(6).
               10  SPL-HASH PIC 9(12).
       01  WS-SPLIT-BYTE-IDX PIC 9(4).
       01  WS-SPLIT-LINE PIC X(80).
       01  PIECE-OUT-STATUS PIC X(2).
       01  WS-PIECE-OUT-OPEN PIC X(1) VALUE 'N'.
       01  WS-PIECE-LINES PIC 9(3) VALUE 0.
       01  WS-PIECE-COUNT PIC 9(6) VALUE 0.
       01  CUST-PREF-STATUS PIC X(2).
       01  CUST-PREF-TABLE.
           05  PREF-ENTRY OCCURS 5000 TIMES.
               10  PREF-TBL-NUMBER PIC X(8).
               10  PREF-TBL-CHANNEL PIC X(1).
               10  PREF-TBL-EMAIL PIC X(60).
               10  PREF-TBL-BOUNCE-DATE PIC X(8).
       01  WS-PREF-COUNT PIC 9(4) VALUE 0.
       01  WS-PREF-IDX PIC 9(4).
       01  EMAIL-OUT-STATUS PIC X(2).
       01  WS-EMAIL-OUT-OPEN PIC X(1) VALUE 'N'.
       01  WS-EMAIL-LETTER PIC X(1) VALUE 'N'.
       01  WS-EMAIL-HDR-DONE PIC X(1) VALUE 'N'.
       01  WS-CURRENT-EMAIL PIC X(60) VALUE SPACES.
       01  WS-EMAIL-LINES PIC 9(3) VALUE 0.
       01  WS-EMAIL-LETTERS PIC 9(6) VALUE 0.
       01  WS-EMAIL-RECORDS PIC 9(8) VALUE 0.
       01  WS-EMAIL-HASH PIC 9(12) VALUE 0.
       01  WS-EMAIL-FALLBACK PIC 9(6) VALUE 0.
       01  WS-PRINT-LETTERS PIC 9(6) VALUE 0.
       01  WS-RPT-CHANNEL-LINE.
           05  FILLER PIC X(8) VALUE 'CHANNEL '.
           05  CHN-RPT-CHANNEL PIC X(5).
           05  FILLER PIC X(7) VALUE SPACES.
           05  FILLER PIC X(9) VALUE ' LETTERS '.
           05  CHN-RPT-LETTERS PIC ZZZZZ9.
           05  FILLER PIC X(9) VALUE ' RECORDS '.
           05  CHN-RPT-RECORDS PIC ZZZZZZZ9.
           05  FILLER PIC X(28) VALUE SPACES.
       01  WS-RPT-FALLBACK-LINE.
           05  FILLER PIC X(36)
               VALUE 'EMAIL BOUNCED - SENT TO PRINT       '.
           05  CHN-RPT-FALLBACK PIC ZZZZZ9.
           05  FILLER PIC X(38) VALUE SPACES.
       01  WS-RPT-SPLIT-HEADER.
           05  FILLER PIC X(36)
               VALUE 'LANGUAGE SPLIT SUMMARY     RUN DATE '.
           05  FILLER PIC X(9) VALUE 'RUNMODE='.
           05  HDR-RUN-MODE PIC X(4).
           05  FILLER PIC X(41) VALUE SPACES.
       01  WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 50.
       01  WS-RESTART-RUN PIC X(1) VALUE 'N'.
       01  WS-RESTART-REPLAY PIC X(1) VALUE 'N'.
       01  WS-CKPT-SAVED PIC X(1) VALUE 'N'.
       01  WS-CKPT-DISABLED PIC X(1) VALUE 'N'.
       01  WS-RESUME-PHASE PIC X(1).
       01  WS-RESUME-POSITION PIC 9(6).
       01  WS-CKPT-PHASE PIC X(1).
       01  WS-CKPT-POSITION PIC 9(6).
       01  WS-CKPT-MISMATCH PIC X(1).
       01  WS-CKPT-KEY-IDX PIC 9(1).
       01  WS-CKPT-KEY-BASE PIC 9(2) VALUE 0.
       01  WS-CKPT-KEY-SUB PIC 9(2).
       01  WS-CKPT-IDX PIC 9(2).
       01  WS-CKPT-CMP-OFFSET PIC 9(2).
       01  WS-CKPT-CMP-SUB PIC 9(2).
       01  WS-MAIL-LOG-BASE PIC 9(8) VALUE 0.
       01  WS-RST-SLOT PIC 9(2).
       01  WS-RST-WRITE PIC X(1).
       01  WS-RST-STATUS PIC X(2).
       01  WS-RST-EXPECTED PIC 9(8).
       01  RESTART-OUTPUT-TABLE.
           05  RST-ENTRY OCCURS 11 TIMES.
               10  RST-MODE PIC X(1).
               10  RST-EXISTING PIC 9(8).
               10  RST-WRITTEN PIC 9(8).
               10  RST-SKIP PIC 9(8).
       01  RESTART-DD-NAMES.
           05  FILLER PIC X(8) VALUE 'SYSOUT1 '.
           05  FILLER PIC X(8) VALUE 'MAILEN  '.
           05  FILLER PIC X(8) VALUE 'MAILFR  '.
           05  FILLER PIC X(8) VALUE 'MAILES  '.
           05  FILLER PIC X(8) VALUE 'MAILOT  '.
           05  FILLER PIC X(8) VALUE 'PIECEOUT'.
           05  FILLER PIC X(8) VALUE 'MAILLOG '.
           05  FILLER PIC X(8) VALUE 'EMAILOUT'.
           05  FILLER PIC X(8) VALUE 'GREETPRT'.
           05  FILLER PIC X(8) VALUE 'SUPPRPT '.
           05  FILLER PIC X(8) VALUE 'EXCEPOUT'.
       01  RESTART-DD-NAMES-TBL REDEFINES RESTART-DD-NAMES.
           05  RST-DD-NAME OCCURS 11 TIMES PIC X(8).
       01  CHECKPOINT-KEY-NAMES.
           05  FILLER PIC X(8) VALUE 'CHECKPNT'.
           05  FILLER PIC X(8) VALUE 'CHECKSP1'.
           05  FILLER PIC X(8) VALUE 'CHECKSP2'.
           05  FILLER PIC X(8) VALUE 'CHECKCM1'.
           05  FILLER PIC X(8) VALUE 'CHECKCM2'.
           05  FILLER PIC X(8) VALUE 'CHECKEML'.
           05  FILLER PIC X(8) VALUE 'CHECKP-T'.
           05  FILLER PIC X(8) VALUE 'CHKSP1-T'.
           05  FILLER PIC X(8) VALUE 'CHKSP2-T'.
           05  FILLER PIC X(8) VALUE 'CHKCM1-T'.
           05  FILLER PIC X(8) VALUE 'CHKCM2-T'.
           05  FILLER PIC X(8) VALUE 'CHKEML-T'.
       01  CHECKPOINT-KEY-NAMES-TBL REDEFINES CHECKPOINT-KEY-NAMES.
           05  CKPT-KEY-NAME OCCURS 12 TIMES PIC X(8).
       01  CKPT-MAIN-IMAGE.
           05  CKM-PHASE PIC X(1).
           05  CKM-POSITION PIC 9(6).
           05  CKM-RUN-DATE PIC X(8).
           05  CKM-GREETING-COUNT PIC 9(6).
           05  CKM-SUPPRESSED-COUNT PIC 9(6).
           05  CKM-OPTOUT-SUPPRESSED PIC 9(6).
           05  CKM-HOUSEHOLDS-COMBINED PIC 9(6).
           05  CKM-PAGE-NUMBER PIC 9(4).
           05  CKM-MAIL-LOG-COUNT PIC 9(6).
           05  CKM-PIECE-COUNT PIC 9(6).
           05  CKM-MAIL-LOG-BASE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
       01  CKPT-SPLIT-IMAGE.
           05  CKS-PHASE PIC X(1).
           05  CKS-POSITION PIC 9(6).
           05  CKS-ENTRY OCCURS 2 TIMES.
               10  CKS-RECORDS PIC 9(8).
               10  CKS-LETTERS PIC 9(6).
               10  CKS-HASH PIC 9(12).
           05  FILLER PIC X(5) VALUE SPACES.
       01  CKPT-CAMPAIGN-IMAGE.
           05  CKC-PHASE PIC X(1).
           05  CKC-POSITION PIC 9(6).
           05  CKC-LETTERS OCCURS 5 TIMES PIC 9(6).
           05  FILLER PIC X(27) VALUE SPACES.
       01  CKPT-EMAIL-IMAGE.
           05  CKE-PHASE PIC X(1).
           05  CKE-POSITION PIC 9(6).
           05  CKE-EMAIL-LETTERS PIC 9(6).
           05  CKE-EMAIL-RECORDS PIC 9(8).
           05  CKE-EMAIL-HASH PIC 9(12).
           05  CKE-EMAIL-FALLBACK PIC 9(6).
           05  CKE-PRINT-LETTERS PIC 9(6).
           05  CKE-AMT-NOT-FOUND PIC 9(6).
           05  CKE-BLANK-REC-COUNT PIC 9(6).
           05  FILLER PIC X(7) VALUE SPACES.
       01  CHECKPOINT-IMAGE-TABLE.
           05  CKPT-IMAGE OCCURS 6 TIMES PIC X(64).
       01  CHECKPOINT-LOADED-TABLE.
           05  CKPT-LOADED OCCURS 6 TIMES PIC X(64).
       01  STATE-REQUEST-AREA.
           05  STA-PROGRAM-ID PIC X(8) VALUE 'ZTPQHELO'.
           05  STA-STATE-NAME PIC X(8).
           05  STA-STATE-VALUE PIC X(64).
           05  STA-RESULT PIC X(1).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           INITIALIZE RESTART-OUTPUT-TABLE
           PERFORM LOAD-RUN-CONTROL
           PERFORM WRITE-AUDIT-START-RECORD
           PERFORM LOAD-GREETING-TEMPLATE
           PERFORM LOAD-LETTER-TEMPLATE
           PERFORM LOAD-OPTOUT-TABLE
           PERFORM LOAD-CUSTPREF-TABLE
           PERFORM LOAD-CAMPAIGN-CONTROL
           PERFORM LOAD-LETTER-AMOUNTS
           PERFORM LOAD-SURVEY-LETTERS
           OPEN INPUT CUST-EXT-FILE
           IF CUST-EXT-STATUS = '00'
              MOVE 'Y' TO WS-MAILING-MODE
              PERFORM LOAD-MAILING-CHECKPOINT
           END-IF
           IF WS-RESTART-RUN = 'Y'
              OPEN EXTEND PRINT-FILE
              IF PRINT-STATUS NOT = '00'
                 OPEN OUTPUT PRINT-FILE
              END-IF
           ELSE
              OPEN OUTPUT PRINT-FILE
           END-IF
           IF PRINT-STATUS = '00'
              MOVE 'Y' TO WS-PRINT-ENABLED
           END-IF
           PERFORM OPEN-LANGUAGE-SPLIT-FILES
           IF WS-MAILING-MODE = 'Y'
              DISPLAY 'ZTPQHELO MAILING MODE - READING CUSTEXT '
                  'EXTRACT'
              IF RST-MODE (1) = 'R'
                 OPEN EXTEND OUTPUT-FILE
              ELSE
                 OPEN OUTPUT OUTPUT-FILE
              END-IF
              PERFORM WRITE-HEADER-RECORD
              PERFORM OPEN-MAIL-LOG
              IF RST-MODE (6) = 'R'
                 OPEN EXTEND PIECE-OUT-FILE
              ELSE
                 OPEN OUTPUT PIECE-OUT-FILE
              END-IF
              IF PIECE-OUT-STATUS = '00'
                 MOVE 'Y' TO WS-PIECE-OUT-OPEN
              END-IF
              PERFORM OPEN-EMAIL-EXTRACT
              PERFORM PROCESS-MAILING-INPUT
              IF WS-RESTART-REPLAY = 'Y'
                 DISPLAY 'ZTPQHELO CUSTEXT ENDED BEFORE THE '
                     'CHECKPOINT POSITION ' WS-RESUME-PHASE
                     WS-RESUME-POSITION
                 PERFORM ABANDON-MAILING-RESTART
              END-IF
              CLOSE CUST-EXT-FILE
              IF WS-MAIL-LOG-OPEN = 'Y'
                 CLOSE MAIL-LOG-FILE
                 DISPLAY 'ZTPQHELO LETTERS LOGGED TO MAILLOG: '
                     WS-MAIL-LOG-COUNT
              END-IF
              IF WS-PIECE-OUT-OPEN = 'Y'
                 CLOSE PIECE-OUT-FILE
                 DISPLAY 'ZTPQHELO PIECES WRITTEN TO PIECEOUT: '
                     WS-PIECE-COUNT
              END-IF
              PERFORM CLOSE-EMAIL-EXTRACT
              PERFORM WRITE-RUN-TRAILER
              PERFORM CLOSE-LANGUAGE-SPLIT-FILES
              CLOSE OUTPUT-FILE
                 CLOSE PRINT-FILE
              END-IF
              PERFORM WRITE-DD-STATISTICS
              PERFORM CLEAR-MAILING-CHECKPOINT
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           MOVE WS-SUPPRESSED-COUNT TO TRL-SUPPRESSED-COUNT
           MOVE WS-OPTOUT-SUPPRESSED TO TRL-OPTOUT-COUNT
           MOVE WS-HOUSEHOLDS-COMBINED TO TRL-HOUSEHOLD-COUNT
           MOVE WS-TRAILER-RECORD TO OUTPUT-RECORD
           PERFORM PUT-OUTPUT-RECORD
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF CMP-TBL-LETTERS (WS-CMP-IDX) > 0
                  MOVE CMP-TBL-CODE (WS-CMP-IDX) TO CTR-CODE
                  MOVE CMP-TBL-LETTERS (WS-CMP-IDX) TO CTR-LETTERS
                  MOVE WS-CAMPAIGN-TRAILER TO OUTPUT-RECORD
                  PERFORM PUT-OUTPUT-RECORD
               END-IF
           END-PERFORM
           DISPLAY 'ZTPQHELO GREETINGS WRITTEN: ' WS-GREETING-COUNT
               WS-HOUSEHOLDS-COMBINED
           DISPLAY 'ZTPQHELO SHORT RECORDS: ' WS-SHORT-REC-COUNT
           DISPLAY 'ZTPQHELO BLANK RECORDS SKIPPED: '
               WS-BLANK-REC-COUNT
           IF WS-AMOUNT-MODE = 'Y'
              DISPLAY 'ZTPQHELO LETTERS WITH NO LTRAMT AMOUNT: '
                  WS-AMT-NOT-FOUND
           END-IF
           IF WS-SURVEY-MODE = 'Y'
              DISPLAY 'ZTPQHELO LETTERS WITH NO SRVLTR SURVEY: '
                  WS-SLT-NOT-FOUND
           END-IF.

       PROCESS-MAILING-INPUT.
           MOVE 'Y' TO WS-MORE-RECORDS
                        PERFORM GROUP-INTO-HOUSEHOLD
                     END-IF
                  END-IF
                  MOVE 'I' TO WS-CKPT-PHASE
                  MOVE WS-INPUT-RECORD-NUMBER TO WS-CKPT-POSITION
                  PERFORM CHECK-MAILING-CHECKPOINT
               ELSE
                  MOVE 'N' TO WS-MORE-RECORDS
               END-IF
           IF WS-OPTOUT-MATCH = 'Y'
              PERFORM SUPPRESS-OPTOUT-NAME
           ELSE
              IF WS-AMOUNT-MODE = 'Y'
                 PERFORM PROCESS-AMOUNT-LETTER
              ELSE
                 PERFORM FIND-HOUSEHOLD-ENTRY
                 IF WS-HH-MATCH = 0
                    PERFORM ADD-HOUSEHOLD-ENTRY
                 ELSE
                    PERFORM JOIN-HOUSEHOLD-ENTRY
                 END-IF
              END-IF
           END-IF.

       PROCESS-AMOUNT-LETTER.
           MOVE 0 TO WS-AMT-MATCH
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-COUNT
               IF AMT-TBL-NUMBER (WS-AMT-IDX) = EXT-CUST-NUMBER
                  MOVE WS-AMT-IDX TO WS-AMT-MATCH
                  MOVE WS-AMT-COUNT TO WS-AMT-IDX
               END-IF
           END-PERFORM
           IF WS-AMT-MATCH = 0
              ADD 1 TO WS-AMT-NOT-FOUND
              IF EXCEPTION-FILE-OPEN = 'N'
                 OPEN OUTPUT EXCEPTION-FILE
                 MOVE 'Y' TO EXCEPTION-FILE-OPEN
              END-IF
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE WS-CURRENT-NAME TO EXC-NAME
              MOVE 'NO LETTER AMOUNT' TO EXC-REASON
              PERFORM PUT-EXCEPTION-RECORD
           ELSE
              MOVE AMT-TBL-AMOUNT (WS-AMT-MATCH)
                  TO WS-LETTER-AMOUNT-EDIT
              MOVE FUNCTION TRIM(WS-LETTER-AMOUNT-EDIT)
                  TO WS-LETTER-AMOUNT-TEXT
              MOVE AMT-TBL-YEAR (WS-AMT-MATCH) TO WS-LETTER-YEAR
              MOVE AMT-TBL-ANIMAL-ID (WS-AMT-MATCH)
                  TO WS-LETTER-ANIMAL-ID
              MOVE AMT-TBL-DUE-DATE (WS-AMT-MATCH)
                  TO WS-LETTER-DUE-DATE
              MOVE HIGH-VALUES TO AMT-TBL-NUMBER (WS-AMT-MATCH)
              MOVE EXT-CUST-STREET TO WS-CURRENT-STREET
              MOVE EXT-CUST-CITY TO WS-CURRENT-CITY
              MOVE EXT-CUST-STATE TO WS-CURRENT-STATE
              MOVE EXT-CUST-POSTAL TO WS-CURRENT-POSTAL
              PERFORM BUILD-CITY-LINE
              MOVE 'EN' TO WS-CURRENT-LANG
              PERFORM PROCESS-GREETING-NAME
           END-IF.

       FIND-HOUSEHOLD-ENTRY.
           MOVE 0 TO WS-HH-MATCH
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
               END-IF
               MOVE 'EN' TO WS-CURRENT-LANG
               PERFORM PROCESS-GREETING-NAME
               MOVE 'H' TO WS-CKPT-PHASE
               MOVE WS-HH-IDX TO WS-CKPT-POSITION
               PERFORM CHECK-MAILING-CHECKPOINT
           END-PERFORM.

       WRITE-HEADER-RECORD.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-RUN-MODE TO HDR-RUN-MODE
           MOVE WS-HEADER-RECORD TO OUTPUT-RECORD
           PERFORM PUT-OUTPUT-RECORD
           IF WS-RUN-MODE = 'TEST'
              MOVE WS-TEST-BANNER TO OUTPUT-RECORD
              PERFORM PUT-OUTPUT-RECORD
           END-IF.

       PUT-OUTPUT-RECORD.
           MOVE 1 TO WS-RST-SLOT
           PERFORM TEST-RESTART-WRITE
           IF WS-RST-WRITE = 'Y'
              WRITE OUTPUT-RECORD
           END-IF.

       LOAD-MAILING-CHECKPOINT.
           IF WS-RUN-MODE = 'TEST'
              MOVE 6 TO WS-CKPT-KEY-BASE
           END-IF
           PERFORM VARYING WS-CKPT-KEY-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-KEY-IDX > 6
               COMPUTE WS-CKPT-KEY-SUB =
                   WS-CKPT-KEY-BASE + WS-CKPT-KEY-IDX
               MOVE CKPT-KEY-NAME (WS-CKPT-KEY-SUB) TO STA-STATE-NAME
               MOVE SPACES TO STA-STATE-VALUE
               CALL 'ZTPSTATE' USING STATE-REQUEST-AREA
               IF STA-RESULT = 'Y'
                  MOVE STA-STATE-VALUE TO CKPT-LOADED (WS-CKPT-KEY-IDX)
               ELSE
                  MOVE SPACES TO CKPT-LOADED (WS-CKPT-KEY-IDX)
               END-IF
           END-PERFORM
           IF CKPT-LOADED (1) NOT = SPACES
              MOVE CKPT-LOADED (1) TO CKPT-MAIN-IMAGE
              IF CKM-RUN-DATE NOT = WS-RUN-DATE
                 DISPLAY 'ZTPQHELO CHECKPOINT FROM RUN DATE '
                     CKM-RUN-DATE ' IGNORED, MAILING STARTS '
                     'FROM THE TOP'
              ELSE
                 MOVE 'Y' TO WS-RESTART-RUN
                 MOVE 'Y' TO WS-RESTART-REPLAY
                 MOVE CKM-PHASE TO WS-RESUME-PHASE
                 MOVE CKM-POSITION TO WS-RESUME-POSITION
                 MOVE CKM-MAIL-LOG-BASE TO WS-MAIL-LOG-BASE
                 IF WS-RESUME-PHASE = 'H'
                    DISPLAY 'ZTPQHELO RESTARTING MAILING RUN AFTER '
                        'HOUSEHOLD ' WS-RESUME-POSITION
                 ELSE
                    DISPLAY 'ZTPQHELO RESTARTING MAILING RUN AFTER '
                        'CUSTEXT RECORD ' WS-RESUME-POSITION
                 END-IF
                 PERFORM PREPARE-RESTART-OUTPUTS
              END-IF
           END-IF.

       PREPARE-RESTART-OUTPUTS.
           PERFORM VARYING WS-RST-SLOT FROM 1 BY 1
                   UNTIL WS-RST-SLOT > 8
               IF WS-RST-SLOT NOT = 7
                  OR WS-RUN-MODE NOT = 'TEST'
                  PERFORM COUNT-RESTART-OUTPUT
                  IF RST-EXISTING (WS-RST-SLOT) > 0
                     MOVE 'R' TO RST-MODE (WS-RST-SLOT)
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'S' TO RST-MODE (9)
           MOVE 'S' TO RST-MODE (10)
           MOVE 'S' TO RST-MODE (11).

       COUNT-RESTART-OUTPUT.
           MOVE 0 TO RST-EXISTING (WS-RST-SLOT)
           EVALUATE WS-RST-SLOT
               WHEN 1
                   OPEN INPUT OUTPUT-FILE
                   MOVE OUTPUT-STATUS TO WS-RST-STATUS
               WHEN 2
                   OPEN INPUT MAIL-EN-FILE
                   MOVE MAIL-EN-STATUS TO WS-RST-STATUS
               WHEN 3
                   OPEN INPUT MAIL-FR-FILE
                   MOVE MAIL-FR-STATUS TO WS-RST-STATUS
               WHEN 4
                   OPEN INPUT MAIL-ES-FILE
                   MOVE MAIL-ES-STATUS TO WS-RST-STATUS
               WHEN 5
                   OPEN INPUT MAIL-OT-FILE
                   MOVE MAIL-OT-STATUS TO WS-RST-STATUS
               WHEN 6
                   OPEN INPUT PIECE-OUT-FILE
                   MOVE PIECE-OUT-STATUS TO WS-RST-STATUS
               WHEN 7
                   OPEN INPUT MAIL-LOG-FILE
                   MOVE MAIL-LOG-STATUS TO WS-RST-STATUS
               WHEN 8
                   OPEN INPUT EMAIL-OUT-FILE
                   MOVE EMAIL-OUT-STATUS TO WS-RST-STATUS
           END-EVALUATE
           IF WS-RST-STATUS = '00'
              PERFORM UNTIL WS-RST-STATUS NOT = '00'
                  PERFORM READ-RESTART-OUTPUT
                  IF WS-RST-STATUS = '00'
                     ADD 1 TO RST-EXISTING (WS-RST-SLOT)
                  END-IF
              END-PERFORM
              EVALUATE WS-RST-SLOT
                  WHEN 1
                      CLOSE OUTPUT-FILE
                  WHEN 2
                      CLOSE MAIL-EN-FILE
                  WHEN 3
                      CLOSE MAIL-FR-FILE
                  WHEN 4
                      CLOSE MAIL-ES-FILE
                  WHEN 5
                      CLOSE MAIL-OT-FILE
                  WHEN 6
                      CLOSE PIECE-OUT-FILE
                  WHEN 7
                      CLOSE MAIL-LOG-FILE
                  WHEN 8
                      CLOSE EMAIL-OUT-FILE
              END-EVALUATE
           END-IF.

       READ-RESTART-OUTPUT.
           EVALUATE WS-RST-SLOT
               WHEN 1
                   READ OUTPUT-FILE
                   MOVE OUTPUT-STATUS TO WS-RST-STATUS
               WHEN 2
                   READ MAIL-EN-FILE
                   MOVE MAIL-EN-STATUS TO WS-RST-STATUS
               WHEN 3
                   READ MAIL-FR-FILE
                   MOVE MAIL-FR-STATUS TO WS-RST-STATUS
               WHEN 4
                   READ MAIL-ES-FILE
                   MOVE MAIL-ES-STATUS TO WS-RST-STATUS
               WHEN 5
                   READ MAIL-OT-FILE
                   MOVE MAIL-OT-STATUS TO WS-RST-STATUS
               WHEN 6
                   READ PIECE-OUT-FILE
                   MOVE PIECE-OUT-STATUS TO WS-RST-STATUS
               WHEN 7
                   READ MAIL-LOG-FILE
                   MOVE MAIL-LOG-STATUS TO WS-RST-STATUS
               WHEN 8
                   READ EMAIL-OUT-FILE
                   MOVE EMAIL-OUT-STATUS TO WS-RST-STATUS
           END-EVALUATE.

       TEST-RESTART-WRITE.
           ADD 1 TO RST-WRITTEN (WS-RST-SLOT)
           MOVE 'Y' TO WS-RST-WRITE
           IF RST-MODE (WS-RST-SLOT) NOT = SPACE
              IF WS-RESTART-REPLAY = 'Y'
                 MOVE 'N' TO WS-RST-WRITE
              ELSE
                 IF RST-SKIP (WS-RST-SLOT) > 0
                    SUBTRACT 1 FROM RST-SKIP (WS-RST-SLOT)
                    MOVE 'N' TO WS-RST-WRITE
                 END-IF
              END-IF
           END-IF.

       CHECK-MAILING-CHECKPOINT.
           IF WS-RESTART-REPLAY = 'Y'
              IF WS-CKPT-PHASE = WS-RESUME-PHASE
                 AND WS-CKPT-POSITION = WS-RESUME-POSITION
                 PERFORM RESUME-MAILING-OUTPUT
              END-IF
           ELSE
              IF FUNCTION MOD(WS-CKPT-POSITION,
                      WS-CHECKPOINT-INTERVAL) = 0
                 AND WS-CKPT-DISABLED = 'N'
                 PERFORM FLUSH-MAILING-OUTPUT
                 PERFORM SAVE-MAILING-CHECKPOINT
              END-IF
           END-IF.

       RESUME-MAILING-OUTPUT.
           PERFORM BUILD-CHECKPOINT-IMAGES
           MOVE 'N' TO WS-CKPT-MISMATCH
           PERFORM VARYING WS-CKPT-KEY-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-KEY-IDX > 6
               COMPUTE WS-CKPT-KEY-SUB =
                   WS-CKPT-KEY-BASE + WS-CKPT-KEY-IDX
               IF CKPT-LOADED (WS-CKPT-KEY-IDX) (1:7) =
                      CKPT-LOADED (1) (1:7)
                  IF CKPT-IMAGE (WS-CKPT-KEY-IDX) NOT =
                         CKPT-LOADED (WS-CKPT-KEY-IDX)
                     MOVE 'Y' TO WS-CKPT-MISMATCH
                     DISPLAY 'ZTPQHELO CHECKPOINT '
                         CKPT-KEY-NAME (WS-CKPT-KEY-SUB)
                         ' DOES NOT MATCH THE REPROCESSED TOTALS'
                  END-IF
               ELSE
                  DISPLAY 'ZTPQHELO CHECKPOINT '
                      CKPT-KEY-NAME (WS-CKPT-KEY-SUB)
                      ' INCOMPLETE, NOT VERIFIED'
               END-IF
           END-PERFORM
           IF WS-CKPT-MISMATCH = 'Y'
              DISPLAY 'ZTPQHELO CUSTEXT OR CONTROL FILES CHANGED '
                  'SINCE THE INTERRUPTED RUN'
              PERFORM ABANDON-MAILING-RESTART
           END-IF
           PERFORM VARYING WS-RST-SLOT FROM 1 BY 1
                   UNTIL WS-RST-SLOT > 8
               IF RST-MODE (WS-RST-SLOT) = 'R'
                  MOVE RST-WRITTEN (WS-RST-SLOT) TO WS-RST-EXPECTED
                  IF WS-RST-SLOT = 7
                     ADD WS-MAIL-LOG-BASE TO WS-RST-EXPECTED
                  END-IF
                  IF RST-EXISTING (WS-RST-SLOT) < WS-RST-EXPECTED
                     DISPLAY 'ZTPQHELO ' RST-DD-NAME (WS-RST-SLOT)
                         ' HOLDS ' RST-EXISTING (WS-RST-SLOT)
                         ' RECORDS, CHECKPOINT NEEDS '
                         WS-RST-EXPECTED
                     PERFORM ABANDON-MAILING-RESTART
                  END-IF
                  COMPUTE RST-SKIP (WS-RST-SLOT) =
                      RST-EXISTING (WS-RST-SLOT) - WS-RST-EXPECTED
                  IF RST-SKIP (WS-RST-SLOT) > 0
                     DISPLAY 'ZTPQHELO ' RST-DD-NAME (WS-RST-SLOT)
                         ' ALREADY HOLDS ' RST-SKIP (WS-RST-SLOT)
                         ' RECORDS PAST THE CHECKPOINT, NOT '
                         'WRITTEN AGAIN'
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RESTART-REPLAY
           DISPLAY 'ZTPQHELO CHECKPOINT VERIFIED, RESUMING OUTPUT '
               'AFTER ' WS-GREETING-COUNT ' LETTERS AND GREETPRT '
               'PAGE ' WS-PRINT-PAGE-NUMBER.

       FLUSH-MAILING-OUTPUT.
           CLOSE OUTPUT-FILE
           OPEN EXTEND OUTPUT-FILE
           MOVE OUTPUT-STATUS TO WS-RST-STATUS
           IF WS-SPLIT-ENABLED = 'Y'
              CLOSE MAIL-EN-FILE
              CLOSE MAIL-FR-FILE
              CLOSE MAIL-ES-FILE
              CLOSE MAIL-OT-FILE
              OPEN EXTEND MAIL-EN-FILE
              OPEN EXTEND MAIL-FR-FILE
              OPEN EXTEND MAIL-ES-FILE
              OPEN EXTEND MAIL-OT-FILE
              IF MAIL-EN-STATUS NOT = '00'
                 OR MAIL-FR-STATUS NOT = '00'
                 OR MAIL-ES-STATUS NOT = '00'
                 OR MAIL-OT-STATUS NOT = '00'
                 MOVE '99' TO WS-RST-STATUS
              END-IF
           END-IF
           IF WS-PIECE-OUT-OPEN = 'Y'
              CLOSE PIECE-OUT-FILE
              OPEN EXTEND PIECE-OUT-FILE
              IF PIECE-OUT-STATUS NOT = '00'
                 MOVE PIECE-OUT-STATUS TO WS-RST-STATUS
              END-IF
           END-IF
           IF WS-MAIL-LOG-OPEN = 'Y'
              CLOSE MAIL-LOG-FILE
              OPEN EXTEND MAIL-LOG-FILE
              IF MAIL-LOG-STATUS NOT = '00'
                 MOVE MAIL-LOG-STATUS TO WS-RST-STATUS
              END-IF
           END-IF
           IF WS-EMAIL-OUT-OPEN = 'Y'
              CLOSE EMAIL-OUT-FILE
              OPEN EXTEND EMAIL-OUT-FILE
              IF EMAIL-OUT-STATUS NOT = '00'
                 MOVE EMAIL-OUT-STATUS TO WS-RST-STATUS
              END-IF
           END-IF
           IF WS-RST-STATUS NOT = '00'
              DISPLAY 'ZTPQHELO OUTPUT REOPEN FAILED AT CHECKPOINT, '
                  'STATUS: ' WS-RST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              STOP RUN
           END-IF.

       BUILD-CHECKPOINT-IMAGES.
           MOVE WS-CKPT-PHASE TO CKM-PHASE
           MOVE WS-CKPT-POSITION TO CKM-POSITION
           MOVE WS-RUN-DATE TO CKM-RUN-DATE
           MOVE WS-GREETING-COUNT TO CKM-GREETING-COUNT
           MOVE WS-SUPPRESSED-COUNT TO CKM-SUPPRESSED-COUNT
           MOVE WS-OPTOUT-SUPPRESSED TO CKM-OPTOUT-SUPPRESSED
           MOVE WS-HOUSEHOLDS-COMBINED TO CKM-HOUSEHOLDS-COMBINED
           MOVE WS-PRINT-PAGE-NUMBER TO CKM-PAGE-NUMBER
           MOVE WS-MAIL-LOG-COUNT TO CKM-MAIL-LOG-COUNT
           MOVE WS-PIECE-COUNT TO CKM-PIECE-COUNT
           MOVE WS-MAIL-LOG-BASE TO CKM-MAIL-LOG-BASE
           MOVE CKPT-MAIN-IMAGE TO CKPT-IMAGE (1)
           MOVE WS-CKPT-PHASE TO CKS-PHASE
           MOVE WS-CKPT-POSITION TO CKS-POSITION
           MOVE 1 TO WS-CKPT-IDX
           PERFORM BUILD-SPLIT-IMAGE
           MOVE CKPT-SPLIT-IMAGE TO CKPT-IMAGE (2)
           MOVE 3 TO WS-CKPT-IDX
           PERFORM BUILD-SPLIT-IMAGE
           MOVE CKPT-SPLIT-IMAGE TO CKPT-IMAGE (3)
           MOVE WS-CKPT-PHASE TO CKC-PHASE
           MOVE WS-CKPT-POSITION TO CKC-POSITION
           MOVE 0 TO WS-CKPT-CMP-OFFSET
           PERFORM BUILD-CAMPAIGN-IMAGE
           MOVE CKPT-CAMPAIGN-IMAGE TO CKPT-IMAGE (4)
           MOVE 5 TO WS-CKPT-CMP-OFFSET
           PERFORM BUILD-CAMPAIGN-IMAGE
           MOVE CKPT-CAMPAIGN-IMAGE TO CKPT-IMAGE (5)
           MOVE WS-CKPT-PHASE TO CKE-PHASE
           MOVE WS-CKPT-POSITION TO CKE-POSITION
           MOVE WS-EMAIL-LETTERS TO CKE-EMAIL-LETTERS
           MOVE WS-EMAIL-RECORDS TO CKE-EMAIL-RECORDS
           MOVE WS-EMAIL-HASH TO CKE-EMAIL-HASH
           MOVE WS-EMAIL-FALLBACK TO CKE-EMAIL-FALLBACK
           MOVE WS-PRINT-LETTERS TO CKE-PRINT-LETTERS
           MOVE WS-AMT-NOT-FOUND TO CKE-AMT-NOT-FOUND
           MOVE WS-BLANK-REC-COUNT TO CKE-BLANK-REC-COUNT
           MOVE CKPT-EMAIL-IMAGE TO CKPT-IMAGE (6).

       BUILD-SPLIT-IMAGE.
           MOVE SPL-RECORDS (WS-CKPT-IDX) TO CKS-RECORDS (1)
           MOVE SPL-LETTERS (WS-CKPT-IDX) TO CKS-LETTERS (1)
           MOVE SPL-HASH (WS-CKPT-IDX) TO CKS-HASH (1)
           MOVE SPL-RECORDS (WS-CKPT-IDX + 1) TO CKS-RECORDS (2)
           MOVE SPL-LETTERS (WS-CKPT-IDX + 1) TO CKS-LETTERS (2)
           MOVE SPL-HASH (WS-CKPT-IDX + 1) TO CKS-HASH (2).

       BUILD-CAMPAIGN-IMAGE.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > 5
               COMPUTE WS-CKPT-CMP-SUB =
                   WS-CKPT-CMP-OFFSET + WS-CKPT-IDX
               IF WS-CKPT-CMP-SUB > WS-CMP-COUNT
                  MOVE 0 TO CKC-LETTERS (WS-CKPT-IDX)
               ELSE
                  MOVE CMP-TBL-LETTERS (WS-CKPT-CMP-SUB)
                      TO CKC-LETTERS (WS-CKPT-IDX)
               END-IF
           END-PERFORM.

       SAVE-MAILING-CHECKPOINT.
           PERFORM BUILD-CHECKPOINT-IMAGES
           PERFORM VARYING WS-CKPT-KEY-IDX FROM 6 BY -1
                   UNTIL WS-CKPT-KEY-IDX < 1
               COMPUTE WS-CKPT-KEY-SUB =
                   WS-CKPT-KEY-BASE + WS-CKPT-KEY-IDX
               MOVE CKPT-KEY-NAME (WS-CKPT-KEY-SUB) TO STA-STATE-NAME
               MOVE CKPT-IMAGE (WS-CKPT-KEY-IDX) TO STA-STATE-VALUE
               CALL 'ZTPSTATP' USING STATE-REQUEST-AREA
           END-PERFORM
           IF STA-RESULT = 'Y'
              MOVE 'Y' TO WS-CKPT-SAVED
           ELSE
              MOVE 'Y' TO WS-CKPT-DISABLED
              DISPLAY 'ZTPQHELO STATESTR UNAVAILABLE, MAILING RUN '
                  'IS NOT CHECKPOINTED'
           END-IF.

       CLEAR-MAILING-CHECKPOINT.
           IF WS-CKPT-SAVED = 'Y'
              OR WS-RESTART-RUN = 'Y'
              PERFORM VARYING WS-CKPT-KEY-IDX FROM 1 BY 1
                      UNTIL WS-CKPT-KEY-IDX > 6
                  COMPUTE WS-CKPT-KEY-SUB =
                      WS-CKPT-KEY-BASE + WS-CKPT-KEY-IDX
                  MOVE CKPT-KEY-NAME (WS-CKPT-KEY-SUB)
                      TO STA-STATE-NAME
                  MOVE SPACES TO STA-STATE-VALUE
                  CALL 'ZTPSTATP' USING STATE-REQUEST-AREA
              END-PERFORM
           END-IF.

       ABANDON-MAILING-RESTART.
           DISPLAY 'ZTPQHELO RESTART ABANDONED, CHECKPOINT KEPT ON '
               'STATESTR'
           MOVE 16 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN.

       LOAD-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE 0 TO WS-DDS-WRITTEN
           COMPUTE WS-DDS-REJECTED =
               WS-SUPPRESSED-COUNT + WS-OPTOUT-SUPPRESSED
           PERFORM POST-ONE-DD-STAT
           IF WS-EMAIL-OUT-OPEN = 'Y'
              MOVE 'EMAILOUT' TO WS-DDS-DD-NAME
              MOVE 'OUT ' TO WS-DDS-ROLE
              MOVE 0 TO WS-DDS-READ
              MOVE WS-EMAIL-LETTERS TO WS-DDS-WRITTEN
              MOVE 0 TO WS-DDS-REJECTED
              PERFORM POST-ONE-DD-STAT
           END-IF.

       POST-ONE-DD-STAT.
           OPEN EXTEND AUDIT-FILE
              MOVE WS-RUN-DATE TO DST-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-START-RECORD.
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
              MOVE WS-RUN-MODE TO AUDIT-RUN-MODE
              MOVE WS-RUN-DATE TO AUDIT-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              MOVE SPACES TO AUDIT-TRAIL-RECORD
              MOVE '*PGMVER*' TO VER-RECORD-TYPE
              MOVE 'ZTPQHELO' TO VER-PROGRAM-ID
              MOVE WS-PROGRAM-VERSION TO VER-VERSION-LABEL
              MOVE FUNCTION WHEN-COMPILED (1:14) TO VER-COMPILE-TS
              MOVE WS-START-TS TO VER-START-TS
              MOVE WS-RUN-MODE TO VER-RUN-MODE
              MOVE WS-RUN-DATE TO VER-BUSINESS-DATE
              WRITE AUDIT-TRAIL-RECORD
              CLOSE AUDIT-FILE
              MOVE RETURN-CODE TO WS-AUDIT-SAVE-RC
              CALL 'ZTPAUDSL'
              MOVE WS-AUDIT-SAVE-RC TO RETURN-CODE
           END-IF.

       SELECT-RECORD-LANGUAGE.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE INPUT-RECORD TO EXC-NAME
           MOVE 'UNKNOWN LANG CODE' TO EXC-REASON
           PERFORM PUT-EXCEPTION-RECORD.

       PUT-EXCEPTION-RECORD.
           MOVE 11 TO WS-RST-SLOT
           PERFORM TEST-RESTART-WRITE
           IF WS-RST-WRITE = 'Y'
              WRITE EXCEPTION-RECORD
           END-IF.

       SPLIT-AND-PROCESS-RECORD.
           MOVE 1 TO WS-SPLIT-POINTER
              ADD 1 TO CMP-TBL-LETTERS (WS-CMP-ACTIVE)
           END-IF.

       OPEN-MAIL-LOG.
           IF WS-RUN-MODE NOT = 'TEST'
              IF WS-RESTART-RUN = 'N'
                 MOVE 7 TO WS-RST-SLOT
                 PERFORM COUNT-RESTART-OUTPUT
                 MOVE RST-EXISTING (7) TO WS-MAIL-LOG-BASE
                 MOVE 0 TO RST-EXISTING (7)
              END-IF
              OPEN EXTEND MAIL-LOG-FILE
              IF MAIL-LOG-STATUS NOT = '00'
                 OPEN OUTPUT MAIL-LOG-FILE
              END-IF
              IF MAIL-LOG-STATUS = '00'
                 MOVE 'Y' TO WS-MAIL-LOG-OPEN
              END-IF
           END-IF.

       LOG-MAILED-LETTER.
           IF WS-EMAIL-LETTER = 'Y'
              PERFORM WRITE-EMAIL-TRAILER
           ELSE
              IF WS-MAIL-LOG-OPEN = 'Y'
                 AND WS-CURRENT-NUMBER NOT = SPACES
                 MOVE SPACES TO MAIL-LOG-RECORD
                 MOVE WS-CURRENT-NUMBER TO MLG-CUST-NUMBER
                 MOVE WS-ACTIVE-CAMPAIGN-CODE TO MLG-CMP-CODE
                 MOVE WS-CURRENT-LANG TO MLG-LANG
                 MOVE WS-CURRENT-POSTAL TO MLG-POSTAL
                 MOVE WS-RUN-DATE TO MLG-MAIL-DATE
                 MOVE 7 TO WS-RST-SLOT
                 PERFORM TEST-RESTART-WRITE
                 IF WS-RST-WRITE = 'Y'
                    WRITE MAIL-LOG-RECORD
                 END-IF
                 ADD 1 TO WS-MAIL-LOG-COUNT
              END-IF
              PERFORM WRITE-PIECE-RECORD
           END-IF.

       WRITE-PIECE-RECORD.
           IF WS-PIECE-OUT-OPEN = 'Y'
              PERFORM SET-SPLIT-SLOT
              MOVE SPACES TO PIECE-OUT-RECORD
              MOVE WS-CURRENT-NUMBER TO PCE-CUST-NUMBER
              MOVE WS-ACTIVE-CAMPAIGN-CODE TO PCE-CMP-CODE
              MOVE WS-CURRENT-LANG TO PCE-LANG
              IF WS-SPLIT-SLOT = 4
                 MOVE 'OT' TO PCE-SPLIT-LANG
              ELSE
                 MOVE SPL-LANG-CODE (WS-SPLIT-SLOT) TO PCE-SPLIT-LANG
              END-IF
              MOVE WS-CURRENT-POSTAL TO PCE-POSTAL
              MOVE WS-PIECE-LINES TO PCE-LINES
              MOVE 6 TO WS-RST-SLOT
              PERFORM TEST-RESTART-WRITE
              IF WS-RST-WRITE = 'Y'
                 WRITE PIECE-OUT-RECORD
              END-IF
              ADD 1 TO WS-PIECE-COUNT
           END-IF
           MOVE 0 TO WS-PIECE-LINES.

       WRITE-CAMPAIGN-STAMP.
           IF WS-ACTIVE-CAMPAIGN-CODE NOT = SPACES
              MOVE WS-ACTIVE-CAMPAIGN-CODE TO STMP-CODE
              MOVE SPACES TO OUTPUT-RECORD
              MOVE WS-CAMPAIGN-STAMP TO OUTPUT-RECORD (1:80)
              PERFORM WRITE-LETTER-LINE
           END-IF.

       OPEN-LANGUAGE-SPLIT-FILES.
           IF RST-MODE (2) = 'R'
              OPEN EXTEND MAIL-EN-FILE
           ELSE
              OPEN OUTPUT MAIL-EN-FILE
           END-IF
           IF MAIL-EN-STATUS = '00'
              MOVE 'Y' TO WS-SPLIT-ENABLED
              IF RST-MODE (3) = 'R'
                 OPEN EXTEND MAIL-FR-FILE
              ELSE
                 OPEN OUTPUT MAIL-FR-FILE
              END-IF
              IF RST-MODE (4) = 'R'
                 OPEN EXTEND MAIL-ES-FILE
              ELSE
                 OPEN OUTPUT MAIL-ES-FILE
              END-IF
              IF RST-MODE (5) = 'R'
                 OPEN EXTEND MAIL-OT-FILE
              ELSE
                 OPEN OUTPUT MAIL-OT-FILE
              END-IF
              PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                      UNTIL WS-SPLIT-IDX > 4
                  MOVE 0 TO SPL-RECORDS (WS-SPLIT-IDX)
           MOVE 1 TO ENV-HDR-HASH-POS
           MOVE 30 TO ENV-HDR-HASH-LEN
           MOVE 'N' TO ENV-HDR-MASKED
           MOVE SPACES TO WS-SPLIT-LINE
           MOVE ENVELOPE-HEADER-RECORD TO WS-SPLIT-LINE (1:40)
           PERFORM VARYING WS-SPLIT-SLOT FROM 1 BY 1
                   UNTIL WS-SPLIT-SLOT > 4
               PERFORM PUT-SPLIT-RECORD
           END-PERFORM.

       SET-SPLIT-SLOT.
           EVALUATE WS-CURRENT-LANG
           END-EVALUATE.

       WRITE-SPLIT-RECORD.
           IF WS-PIECE-LINES < 999
              ADD 1 TO WS-PIECE-LINES
           END-IF
           IF WS-SPLIT-ENABLED = 'Y'
              PERFORM SET-SPLIT-SLOT
              MOVE OUTPUT-RECORD TO WS-SPLIT-LINE
              PERFORM PUT-SPLIT-RECORD
              ADD 1 TO SPL-RECORDS (WS-SPLIT-SLOT)
              PERFORM ADD-SPLIT-RECORD-TO-HASH
           END-IF.

       PUT-SPLIT-RECORD.
           COMPUTE WS-RST-SLOT = WS-SPLIT-SLOT + 1
           PERFORM TEST-RESTART-WRITE
           IF WS-RST-WRITE = 'Y'
              EVALUATE WS-SPLIT-SLOT
                  WHEN 1
                      MOVE WS-SPLIT-LINE TO MAIL-EN-RECORD
                      WRITE MAIL-EN-RECORD
                  WHEN 2
                      MOVE WS-SPLIT-LINE TO MAIL-FR-RECORD
                      WRITE MAIL-FR-RECORD
                  WHEN 3
                      MOVE WS-SPLIT-LINE TO MAIL-ES-RECORD
                      WRITE MAIL-ES-RECORD
                  WHEN 4
                      MOVE WS-SPLIT-LINE TO MAIL-OT-RECORD
                      WRITE MAIL-OT-RECORD
              END-EVALUATE
           END-IF.

       ADD-SPLIT-RECORD-TO-HASH.
           END-PERFORM.

       COUNT-SPLIT-LETTER.
           IF WS-EMAIL-LETTER = 'Y'
              ADD 1 TO WS-EMAIL-LETTERS
           ELSE
              ADD 1 TO WS-PRINT-LETTERS
              IF WS-SPLIT-ENABLED = 'Y'
                 PERFORM SET-SPLIT-SLOT
                 ADD 1 TO SPL-LETTERS (WS-SPLIT-SLOT)
              END-IF
           END-IF.

       CLOSE-LANGUAGE-SPLIT-FILES.
           IF WS-SPLIT-ENABLED = 'Y'
              MOVE SPACES TO ENVELOPE-TRAILER-RECORD
              MOVE 'ENVT' TO ENV-TRL-ID
              PERFORM VARYING WS-SPLIT-SLOT FROM 1 BY 1
                      UNTIL WS-SPLIT-SLOT > 4
                  MOVE SPL-RECORDS (WS-SPLIT-SLOT)
                      TO ENV-TRL-RECORD-COUNT
                  MOVE SPL-HASH (WS-SPLIT-SLOT) TO ENV-TRL-HASH-TOTAL
                  MOVE SPACES TO WS-SPLIT-LINE
                  MOVE ENVELOPE-TRAILER-RECORD TO WS-SPLIT-LINE (1:40)
                  PERFORM PUT-SPLIT-RECORD
              END-PERFORM
              CLOSE MAIL-EN-FILE
              CLOSE MAIL-FR-FILE
              CLOSE MAIL-ES-FILE
                  MOVE SPL-RECORDS (WS-SPLIT-IDX) TO SPL-RPT-RECORDS
                  WRITE SPLIT-RPT-RECORD FROM WS-RPT-SPLIT-LINE
              END-PERFORM
              MOVE 'PRINT' TO CHN-RPT-CHANNEL
              MOVE WS-PRINT-LETTERS TO CHN-RPT-LETTERS
              COMPUTE CHN-RPT-RECORDS = SPL-RECORDS (1)
                  + SPL-RECORDS (2) + SPL-RECORDS (3)
                  + SPL-RECORDS (4)
              WRITE SPLIT-RPT-RECORD FROM WS-RPT-CHANNEL-LINE
              MOVE 'EMAIL' TO CHN-RPT-CHANNEL
              MOVE WS-EMAIL-LETTERS TO CHN-RPT-LETTERS
              MOVE WS-EMAIL-RECORDS TO CHN-RPT-RECORDS
              WRITE SPLIT-RPT-RECORD FROM WS-RPT-CHANNEL-LINE
              MOVE WS-EMAIL-FALLBACK TO CHN-RPT-FALLBACK
              WRITE SPLIT-RPT-RECORD FROM WS-RPT-FALLBACK-LINE
              CLOSE SPLIT-RPT-FILE
           END-IF.

           ELSE
           PERFORM CHECK-NAME-ALREADY-GREETED
           IF WS-NAME-ALREADY-GREETED = 'Y'
              AND WS-AMOUNT-MODE = 'N'
              PERFORM SUPPRESS-DUPLICATE-NAME
           ELSE
              PERFORM SELECT-DELIVERY-CHANNEL
              PERFORM SELECT-LANGUAGE-GREETING
              IF WS-TMPL-LINE-COUNT > 0
                 PERFORM WRITE-TEMPLATE-LETTER
           OPEN INPUT OPTOUT-FILE
           IF OPTOUT-STATUS = '00'
              PERFORM UNTIL OPTOUT-STATUS NOT = '00'
                      OR WS-OPTOUT-COUNT = 2000
                  READ OPTOUT-FILE
                  IF OPTOUT-STATUS = '00'
                     AND OPTOUT-RECORD NOT = SPACES
           MOVE FUNCTION TRIM(WS-CURRENT-NAME) TO SUP-NAME
           MOVE WS-INPUT-RECORD-NUMBER TO SUP-RECORD-NUMBER
           MOVE 'OPT-OUT   ' TO SUP-REASON
           PERFORM PUT-SUPPRESS-RECORD
           ADD 1 TO WS-OPTOUT-SUPPRESSED.

       CHECK-NAME-ALREADY-GREETED.
           MOVE FUNCTION TRIM(WS-CURRENT-NAME) TO SUP-NAME
           MOVE WS-INPUT-RECORD-NUMBER TO SUP-RECORD-NUMBER
           MOVE 'DUPLICATE ' TO SUP-REASON
           PERFORM PUT-SUPPRESS-RECORD
           ADD 1 TO WS-SUPPRESSED-COUNT.

       PUT-SUPPRESS-RECORD.
           MOVE 10 TO WS-RST-SLOT
           PERFORM TEST-RESTART-WRITE
           IF WS-RST-WRITE = 'Y'
              WRITE SUPPRESS-RECORD FROM WS-SUPPRESS-LINE
           END-IF.

       SELECT-LANGUAGE-GREETING.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
           MOVE WS-PRINT-PAGE-NUMBER TO PRT-HDR-PAGE
           MOVE '1' TO PRT-CC
           MOVE WS-PRINT-PAGE-HEADER TO PRT-TEXT
           PERFORM PUT-PRINT-RECORD
           MOVE ' ' TO PRT-CC
           MOVE SPACES TO PRT-TEXT
           PERFORM PUT-PRINT-RECORD.

       WRITE-PRINT-LETTER-LINE.
           MOVE ' ' TO PRT-CC
           MOVE SPACES TO PRT-TEXT
           MOVE OUTPUT-RECORD TO PRT-TEXT (1:80)
           PERFORM PUT-PRINT-RECORD.

       WRITE-PRINT-BANNER-PAGE.
           MOVE WS-GREETING-COUNT TO PRT-BAN-COUNT
           MOVE '1' TO PRT-CC
           MOVE WS-PRINT-BANNER TO PRT-TEXT
           PERFORM PUT-PRINT-RECORD.

       PUT-PRINT-RECORD.
           MOVE 9 TO WS-RST-SLOT
           PERFORM TEST-RESTART-WRITE
           IF WS-RST-WRITE = 'Y'
              WRITE PRINT-RECORD
           END-IF.

       WRITE-TEMPLATE-LETTER.
           IF WS-PRINT-ENABLED = 'Y'
              AND WS-EMAIL-LETTER = 'N'
              PERFORM START-NEW-PRINT-PAGE
           END-IF
           IF WS-MAILING-MODE = 'Y'
              AND WS-EMAIL-LETTER = 'N'
              PERFORM WRITE-ADDRESS-BLOCK
           END-IF
           IF WS-SURVEY-MODE = 'Y'
              PERFORM FIND-SURVEY-LETTER
           END-IF
           MOVE 0 TO WS-LETTER-LINES-USED
           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                   UNTIL WS-TMPL-IDX > WS-TMPL-LINE-COUNT
                  MOVE TMPL-LINE (WS-TMPL-IDX) TO WS-LINE-WORK (1:77)
                  PERFORM SUBSTITUTE-LETTER-VARIABLES
                  MOVE WS-LINE-WORK (1:80) TO OUTPUT-RECORD
                  PERFORM WRITE-LETTER-LINE
                  ADD 1 TO WS-LETTER-LINES-USED
               END-IF
           END-PERFORM
              PERFORM WRITE-ONE-LINE-GREETING
           ELSE
              PERFORM WRITE-CAMPAIGN-STAMP
              IF WS-EMAIL-LETTER = 'N'
                 MOVE SPACES TO OUTPUT-RECORD
                 PERFORM PUT-OUTPUT-RECORD
                 PERFORM WRITE-SPLIT-RECORD
              END-IF
              ADD 1 TO WS-GREETING-COUNT
              PERFORM COUNT-CAMPAIGN-LETTER
              PERFORM COUNT-SPLIT-LETTER
              PERFORM LOG-MAILED-LETTER
           END-IF.

       WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO OUTPUT-RECORD
           MOVE FUNCTION TRIM(WS-CURRENT-NAME) TO OUTPUT-RECORD
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-CURRENT-STREET TO OUTPUT-RECORD (1:20)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-CITY-LINE TO OUTPUT-RECORD (1:30)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           IF WS-EMAIL-LETTER = 'Y'
              PERFORM WRITE-EMAIL-LINE
           ELSE
              PERFORM PUT-OUTPUT-RECORD
              PERFORM WRITE-SPLIT-RECORD
              IF WS-PRINT-ENABLED = 'Y'
                 PERFORM WRITE-PRINT-LETTER-LINE
              END-IF
           END-IF.

       LOAD-CUSTPREF-TABLE.
           OPEN INPUT CUST-PREF-FILE
           IF CUST-PREF-STATUS = '00'
              PERFORM UNTIL CUST-PREF-STATUS NOT = '00'
                      OR WS-PREF-COUNT = 5000
                  READ CUST-PREF-FILE
                  IF CUST-PREF-STATUS = '00'
                     AND CPF-CUST-NUMBER NOT = SPACES
                     ADD 1 TO WS-PREF-COUNT
                     MOVE CPF-CUST-NUMBER TO
                         PREF-TBL-NUMBER (WS-PREF-COUNT)
                     MOVE CPF-CHANNEL TO
                         PREF-TBL-CHANNEL (WS-PREF-COUNT)
                     MOVE CPF-EMAIL TO PREF-TBL-EMAIL (WS-PREF-COUNT)
                     MOVE CPF-BOUNCE-DATE TO
                         PREF-TBL-BOUNCE-DATE (WS-PREF-COUNT)
                  END-IF
              END-PERFORM
              CLOSE CUST-PREF-FILE
           END-IF.

       SELECT-DELIVERY-CHANNEL.
           MOVE 'N' TO WS-EMAIL-LETTER
           MOVE 'N' TO WS-EMAIL-HDR-DONE
           MOVE 0 TO WS-EMAIL-LINES
           MOVE SPACES TO WS-CURRENT-EMAIL
           IF WS-EMAIL-OUT-OPEN = 'Y'
              AND WS-CURRENT-NUMBER NOT = SPACES
              PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
                      UNTIL WS-PREF-IDX > WS-PREF-COUNT
                  IF PREF-TBL-NUMBER (WS-PREF-IDX) = WS-CURRENT-NUMBER
                     IF PREF-TBL-CHANNEL (WS-PREF-IDX) = 'E'
                        AND PREF-TBL-EMAIL (WS-PREF-IDX) NOT = SPACES
                        IF PREF-TBL-BOUNCE-DATE (WS-PREF-IDX) = SPACES
                           MOVE 'Y' TO WS-EMAIL-LETTER
                           MOVE PREF-TBL-EMAIL (WS-PREF-IDX)
                               TO WS-CURRENT-EMAIL
                        ELSE
                           ADD 1 TO WS-EMAIL-FALLBACK
                        END-IF
                     END-IF
                     MOVE WS-PREF-COUNT TO WS-PREF-IDX
                  END-IF
              END-PERFORM
           END-IF.

       OPEN-EMAIL-EXTRACT.
           IF RST-MODE (8) = 'R'
              OPEN EXTEND EMAIL-OUT-FILE
           ELSE
              OPEN OUTPUT EMAIL-OUT-FILE
           END-IF
           IF EMAIL-OUT-STATUS = '00'
              MOVE 'Y' TO WS-EMAIL-OUT-OPEN
              MOVE SPACES TO ENVELOPE-HEADER-RECORD
              MOVE 'ENVH' TO ENV-HDR-ID
              MOVE WS-RUN-DATE TO ENV-HDR-RUN-DATE
              MOVE WS-RUN-MODE TO ENV-HDR-RUN-MODE
              MOVE 'ZTPQHELO' TO ENV-HDR-PROGRAM-ID
              MOVE 1 TO ENV-HDR-HASH-POS
              MOVE 30 TO ENV-HDR-HASH-LEN
              MOVE 'N' TO ENV-HDR-MASKED
              MOVE SPACES TO EMAIL-OUT-RECORD
              MOVE ENVELOPE-HEADER-RECORD TO EMAIL-OUT-RECORD (1:40)
              PERFORM PUT-EMAIL-ENVELOPE-RECORD
           END-IF.

       WRITE-EMAIL-HEADER.
           MOVE SPACES TO EMAIL-OUT-RECORD
           MOVE 'H' TO EML-REC-TYPE
           MOVE WS-CURRENT-NUMBER TO EML-CUST-NUMBER
           MOVE WS-CURRENT-EMAIL TO EMH-EMAIL
           MOVE WS-CURRENT-LANG TO EMH-LANG
           MOVE WS-ACTIVE-CAMPAIGN-CODE TO EMH-CMP-CODE
           MOVE WS-RUN-DATE TO EMH-RUN-DATE
           PERFORM PUT-EMAIL-RECORD
           MOVE 'Y' TO WS-EMAIL-HDR-DONE.

       WRITE-EMAIL-LINE.
           IF WS-EMAIL-HDR-DONE = 'N'
              PERFORM WRITE-EMAIL-HEADER
           END-IF
           IF WS-EMAIL-LINES < 999
              ADD 1 TO WS-EMAIL-LINES
           END-IF
           MOVE SPACES TO EMAIL-OUT-RECORD
           MOVE 'L' TO EML-REC-TYPE
           MOVE WS-CURRENT-NUMBER TO EML-CUST-NUMBER
           MOVE WS-EMAIL-LINES TO EML-LINE-SEQ
           MOVE OUTPUT-RECORD TO EML-TEXT
           PERFORM PUT-EMAIL-RECORD.

       WRITE-EMAIL-TRAILER.
           IF WS-EMAIL-HDR-DONE = 'Y'
              MOVE SPACES TO EMAIL-OUT-RECORD
              MOVE 'T' TO EML-REC-TYPE
              MOVE WS-CURRENT-NUMBER TO EML-CUST-NUMBER
              MOVE WS-EMAIL-LINES TO EMT-LINE-COUNT
              PERFORM PUT-EMAIL-RECORD
           END-IF
           MOVE 'N' TO WS-EMAIL-HDR-DONE
           MOVE 0 TO WS-EMAIL-LINES.

       PUT-EMAIL-RECORD.
           PERFORM PUT-EMAIL-ENVELOPE-RECORD
           ADD 1 TO WS-EMAIL-RECORDS
           PERFORM VARYING WS-SPLIT-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-BYTE-IDX > 30
               COMPUTE WS-EMAIL-HASH = FUNCTION MOD(
                   WS-EMAIL-HASH +
                   FUNCTION ORD(EMAIL-OUT-RECORD (WS-SPLIT-BYTE-IDX:1)),
                   1000000000000)
           END-PERFORM.

       CLOSE-EMAIL-EXTRACT.
           IF WS-EMAIL-OUT-OPEN = 'Y'
              MOVE SPACES TO ENVELOPE-TRAILER-RECORD
              MOVE 'ENVT' TO ENV-TRL-ID
              MOVE WS-EMAIL-RECORDS TO ENV-TRL-RECORD-COUNT
              MOVE WS-EMAIL-HASH TO ENV-TRL-HASH-TOTAL
              MOVE SPACES TO EMAIL-OUT-RECORD
              MOVE ENVELOPE-TRAILER-RECORD TO EMAIL-OUT-RECORD (1:40)
              PERFORM PUT-EMAIL-ENVELOPE-RECORD
              CLOSE EMAIL-OUT-FILE
              DISPLAY 'ZTPQHELO LETTERS WRITTEN TO EMAILOUT: '
                  WS-EMAIL-LETTERS
              DISPLAY 'ZTPQHELO BOUNCED EMAILS SENT TO PRINT: '
                  WS-EMAIL-FALLBACK
           END-IF.

       PUT-EMAIL-ENVELOPE-RECORD.
           MOVE 8 TO WS-RST-SLOT
           PERFORM TEST-RESTART-WRITE
           IF WS-RST-WRITE = 'Y'
              WRITE EMAIL-OUT-RECORD
           END-IF.

       BUILD-CITY-LINE.
           MOVE 'Y' TO WS-VAR-FOUND
           PERFORM UNTIL WS-VAR-FOUND = 'N'
               PERFORM REPLACE-CAMPAIGN-VARIABLE
           END-PERFORM
           IF WS-AMOUNT-MODE = 'Y'
              MOVE 'Y' TO WS-VAR-FOUND
              PERFORM UNTIL WS-VAR-FOUND = 'N'
                  PERFORM REPLACE-AMOUNT-VARIABLE
              END-PERFORM
              MOVE 'Y' TO WS-VAR-FOUND
              PERFORM UNTIL WS-VAR-FOUND = 'N'
                  PERFORM REPLACE-YEAR-VARIABLE
              END-PERFORM
              MOVE 'Y' TO WS-VAR-FOUND
              PERFORM UNTIL WS-VAR-FOUND = 'N'
                  PERFORM REPLACE-ANIMAL-VARIABLE
              END-PERFORM
              MOVE 'Y' TO WS-VAR-FOUND
              PERFORM UNTIL WS-VAR-FOUND = 'N'
                  PERFORM REPLACE-DUEDATE-VARIABLE
              END-PERFORM
           END-IF
           IF WS-SURVEY-MODE = 'Y'
              MOVE 'Y' TO WS-VAR-FOUND
              PERFORM UNTIL WS-VAR-FOUND = 'N'
                  PERFORM REPLACE-SURVEY-VARIABLE
              END-PERFORM
              MOVE 'Y' TO WS-VAR-FOUND
              PERFORM UNTIL WS-VAR-FOUND = 'N'
                  PERFORM REPLACE-ANIMAL-VARIABLE
              END-PERFORM
           END-IF.

       REPLACE-NAME-VARIABLE.
           MOVE 0 TO WS-VAR-TALLY
              MOVE WS-LINE-REBUILT TO WS-LINE-WORK
           END-IF.

       REPLACE-AMOUNT-VARIABLE.
           MOVE 0 TO WS-VAR-TALLY
           INSPECT WS-LINE-WORK TALLYING WS-VAR-TALLY
               FOR CHARACTERS BEFORE INITIAL '&AMOUNT.'
           IF WS-VAR-TALLY > 81
              MOVE 'N' TO WS-VAR-FOUND
           ELSE
              MOVE SPACES TO WS-LINE-REBUILT
              COMPUTE WS-REST-POS = WS-VAR-TALLY + 9
              COMPUTE WS-REST-LEN = 90 - WS-VAR-TALLY - 8
              IF WS-VAR-TALLY = 0
                 STRING FUNCTION TRIM(WS-LETTER-AMOUNT-TEXT)
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              ELSE
                 STRING WS-LINE-WORK (1:WS-VAR-TALLY)
                     FUNCTION TRIM(WS-LETTER-AMOUNT-TEXT)
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              END-IF
              MOVE WS-LINE-REBUILT TO WS-LINE-WORK
           END-IF.

       REPLACE-YEAR-VARIABLE.
           MOVE 0 TO WS-VAR-TALLY
           INSPECT WS-LINE-WORK TALLYING WS-VAR-TALLY
               FOR CHARACTERS BEFORE INITIAL '&YEAR.'
           IF WS-VAR-TALLY > 83
              MOVE 'N' TO WS-VAR-FOUND
           ELSE
              MOVE SPACES TO WS-LINE-REBUILT
              COMPUTE WS-REST-POS = WS-VAR-TALLY + 7
              COMPUTE WS-REST-LEN = 90 - WS-VAR-TALLY - 6
              IF WS-VAR-TALLY = 0
                 STRING WS-LETTER-YEAR
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              ELSE
                 STRING WS-LINE-WORK (1:WS-VAR-TALLY)
                     WS-LETTER-YEAR
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              END-IF
              MOVE WS-LINE-REBUILT TO WS-LINE-WORK
           END-IF.

       REPLACE-ANIMAL-VARIABLE.
           MOVE 0 TO WS-VAR-TALLY
           INSPECT WS-LINE-WORK TALLYING WS-VAR-TALLY
               FOR CHARACTERS BEFORE INITIAL '&ANIMAL.'
           IF WS-VAR-TALLY > 81
              MOVE 'N' TO WS-VAR-FOUND
           ELSE
              MOVE SPACES TO WS-LINE-REBUILT
              COMPUTE WS-REST-POS = WS-VAR-TALLY + 9
              COMPUTE WS-REST-LEN = 90 - WS-VAR-TALLY - 8
              IF WS-VAR-TALLY = 0
                 STRING FUNCTION TRIM(WS-LETTER-ANIMAL-ID)
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              ELSE
                 STRING WS-LINE-WORK (1:WS-VAR-TALLY)
                     FUNCTION TRIM(WS-LETTER-ANIMAL-ID)
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              END-IF
              MOVE WS-LINE-REBUILT TO WS-LINE-WORK
           END-IF.

       REPLACE-DUEDATE-VARIABLE.
           MOVE 0 TO WS-VAR-TALLY
           INSPECT WS-LINE-WORK TALLYING WS-VAR-TALLY
               FOR CHARACTERS BEFORE INITIAL '&DUEDATE.'
           IF WS-VAR-TALLY > 80
              MOVE 'N' TO WS-VAR-FOUND
           ELSE
              MOVE SPACES TO WS-LINE-REBUILT
              COMPUTE WS-REST-POS = WS-VAR-TALLY + 10
              COMPUTE WS-REST-LEN = 90 - WS-VAR-TALLY - 9
              IF WS-VAR-TALLY = 0
                 STRING WS-LETTER-DUE-DATE
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              ELSE
                 STRING WS-LINE-WORK (1:WS-VAR-TALLY)
                     WS-LETTER-DUE-DATE
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              END-IF
              MOVE WS-LINE-REBUILT TO WS-LINE-WORK
           END-IF.

       REPLACE-SURVEY-VARIABLE.
           MOVE 0 TO WS-VAR-TALLY
           INSPECT WS-LINE-WORK TALLYING WS-VAR-TALLY
               FOR CHARACTERS BEFORE INITIAL '&SURVEY.'
           IF WS-VAR-TALLY > 81
              MOVE 'N' TO WS-VAR-FOUND
           ELSE
              MOVE SPACES TO WS-LINE-REBUILT
              COMPUTE WS-REST-POS = WS-VAR-TALLY + 9
              COMPUTE WS-REST-LEN = 90 - WS-VAR-TALLY - 8
              IF WS-VAR-TALLY = 0
                 STRING FUNCTION TRIM(WS-LETTER-SURVEY-ID)
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              ELSE
                 STRING WS-LINE-WORK (1:WS-VAR-TALLY)
                     FUNCTION TRIM(WS-LETTER-SURVEY-ID)
                     WS-LINE-WORK (WS-REST-POS:WS-REST-LEN)
                     DELIMITED BY SIZE INTO WS-LINE-REBUILT
              END-IF
              MOVE WS-LINE-REBUILT TO WS-LINE-WORK
           END-IF.

       WRITE-ONE-LINE-GREETING.
           COMPUTE WS-GREETING-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-GREETING-PREFIX))
                  FUNCTION TRIM(WS-CURRENT-NAME)
                  FUNCTION TRIM(WS-GREETING-SUFFIX)
                  DELIMITED BY SIZE INTO OUTPUT-RECORD
              IF WS-PRINT-ENABLED = 'Y'
                 AND WS-EMAIL-LETTER = 'N'
                 PERFORM START-NEW-PRINT-PAGE
              END-IF
              PERFORM WRITE-LETTER-LINE
              IF WS-MAILING-MODE = 'Y'
                 AND WS-EMAIL-LETTER = 'N'
                 MOVE SPACES TO OUTPUT-RECORD
                 MOVE WS-CURRENT-STREET TO OUTPUT-RECORD (1:20)
                 PERFORM WRITE-LETTER-LINE
                 MOVE SPACES TO OUTPUT-RECORD
                 MOVE WS-CITY-LINE TO OUTPUT-RECORD (1:30)
                 PERFORM WRITE-LETTER-LINE
              END-IF
              ADD 1 TO WS-GREETING-COUNT
              PERFORM COUNT-CAMPAIGN-LETTER
              PERFORM COUNT-SPLIT-LETTER
              PERFORM LOG-MAILED-LETTER
           END-IF.

       LOG-NAME-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-CURRENT-NAME TO EXC-NAME
           MOVE 'NAME TOO LONG' TO EXC-REASON
           PERFORM PUT-EXCEPTION-RECORD.

       TEST-INPUT-STATUS.
           EVALUATE INPUT-STATUS
              END-PERFORM
              CLOSE LETTER-TMPL-FILE
           END-IF.

       LOAD-LETTER-AMOUNTS.
           OPEN INPUT LETTER-AMT-FILE
           IF LETTER-AMT-STATUS = '00'
              MOVE 'Y' TO WS-AMOUNT-MODE
              PERFORM UNTIL LETTER-AMT-STATUS NOT = '00'
                  READ LETTER-AMT-FILE
                  IF LETTER-AMT-STATUS = '00'
                     AND AMT-CUST-NUMBER NOT = SPACES
                     IF WS-AMT-COUNT < 2000
                        ADD 1 TO WS-AMT-COUNT
                        MOVE AMT-CUST-NUMBER TO
                            AMT-TBL-NUMBER (WS-AMT-COUNT)
                        MOVE AMT-YEAR TO AMT-TBL-YEAR (WS-AMT-COUNT)
                        MOVE AMT-ANIMAL-ID TO
                            AMT-TBL-ANIMAL-ID (WS-AMT-COUNT)
                        MOVE AMT-DUE-DATE TO
                            AMT-TBL-DUE-DATE (WS-AMT-COUNT)
                        MOVE AMT-AMOUNT TO
                            AMT-TBL-AMOUNT (WS-AMT-COUNT)
                     ELSE
                        DISPLAY 'ZTPQHELO LTRAMT TABLE FULL, '
                            'CUSTOMER ' AMT-CUST-NUMBER
                            ' GETS NO LETTER'
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE LETTER-AMT-FILE
              DISPLAY 'ZTPQHELO LETTER AMOUNTS LOADED: ' WS-AMT-COUNT
           END-IF.

       LOAD-SURVEY-LETTERS.
           OPEN INPUT SURVEY-LTR-FILE
           IF SURVEY-LTR-STATUS = '00'
              MOVE 'Y' TO WS-SURVEY-MODE
              PERFORM UNTIL SURVEY-LTR-STATUS NOT = '00'
                  READ SURVEY-LTR-FILE
                  IF SURVEY-LTR-STATUS = '00'
                     AND SLT-CUST-NUMBER NOT = SPACES
                     IF WS-SLT-COUNT < 2000
                        ADD 1 TO WS-SLT-COUNT
                        MOVE SLT-CUST-NUMBER TO
                            SLT-TBL-NUMBER (WS-SLT-COUNT)
                        MOVE SLT-SURVEY-ID TO
                            SLT-TBL-SURVEY-ID (WS-SLT-COUNT)
                        MOVE SLT-ANIMAL-ID TO
                            SLT-TBL-ANIMAL-ID (WS-SLT-COUNT)
                     ELSE
                        DISPLAY 'ZTPQHELO SRVLTR TABLE FULL, '
                            'CUSTOMER ' SLT-CUST-NUMBER
                            ' GETS NO SURVEY ID'
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE SURVEY-LTR-FILE
              DISPLAY 'ZTPQHELO SURVEY LETTERS LOADED: ' WS-SLT-COUNT
           END-IF.

       FIND-SURVEY-LETTER.
           MOVE SPACES TO WS-LETTER-SURVEY-ID
           MOVE SPACES TO WS-LETTER-ANIMAL-ID
           PERFORM VARYING WS-SLT-IDX FROM 1 BY 1
                   UNTIL WS-SLT-IDX > WS-SLT-COUNT
               IF WS-CURRENT-NUMBER NOT = SPACES
                  AND SLT-TBL-NUMBER (WS-SLT-IDX) = WS-CURRENT-NUMBER
                  MOVE SLT-TBL-SURVEY-ID (WS-SLT-IDX)
                      TO WS-LETTER-SURVEY-ID
                  MOVE SLT-TBL-ANIMAL-ID (WS-SLT-IDX)
                      TO WS-LETTER-ANIMAL-ID
                  MOVE WS-SLT-COUNT TO WS-SLT-IDX
               END-IF
           END-PERFORM
           IF WS-LETTER-SURVEY-ID = SPACES
              ADD 1 TO WS-SLT-NOT-FOUND
           END-IF.
