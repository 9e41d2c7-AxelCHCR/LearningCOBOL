              10 ENR-EFF-DD           PIC 9(2).
           05 FILLER                  PIC X.
           05 ENR-STATUS              PIC X(10).
           05 FILLER                  PIC X.
           05 ENR-DOB                 PIC 9(8).
       FD  RENEW-REPORT.
       01  RENEW-LINE                 PIC X(90).
       WORKING-STORAGE SECTION.
