           05  rhs-records-converted   PIC 9(9).
           05  FILLER                  PIC X(1).
           05  rhs-run-verdict         PIC X(1).
           05  FILLER                  PIC X(1).
           05  rhs-items-paid          PIC 9(9).
           05  FILLER                  PIC X(1).
           05  rhs-items-returned      PIC 9(9).
           05  FILLER                  PIC X(1).
           05  rhs-business-date       PIC X(8).

       FD  report-file.
       01  report-line         PIC X(132).
