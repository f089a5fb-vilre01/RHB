      * PACKAGED REPORT ARCHIVE (RPTARC, KSDS KEYED BY THE 8-BYTE
      * REPORT DD + 8-BYTE BUSINESS DATE + 6-DIGIT LINE NUMBER, LRECL
      * 110). ZTPRPTPK LOADS EVERY LINE OF THE REPORTS IT PACKAGES FOR
      * THE CYCLE DATE SO CICSRPV1 CAN PAGE THROUGH THEM ONLINE. LINE
      * 000000 IS THE HEADER FOR THE REPORT AND DATE: IT CARRIES THE
      * NUMBER OF LINES ARCHIVED AND WHEN THEY WERE LOADED.
       01  REPORT-ARCHIVE-RECORD.
           05  RAR-KEY.
               10  RAR-REPORT-DD         PIC X(8).
               10  RAR-BUSINESS-DATE     PIC X(8).
               10  RAR-LINE-NO           PIC 9(6).
           05  RAR-LINE-TEXT             PIC X(80).
           05  RAR-HEADER REDEFINES RAR-LINE-TEXT.
               10  RAR-HDR-LINE-COUNT    PIC 9(6).
               10  RAR-HDR-LOADED-TS     PIC X(21).
               10  FILLER                PIC X(53).
           05  FILLER                    PIC X(8).
