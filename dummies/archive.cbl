       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT transaction-file ASSIGN TO ws-transaction-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  transaction-file.
       01  transaction-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==txn==.
       01  ws-transaction-status       PIC XX.
       01  ws-archive-status           PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> retention arithmetic: the cutoff is today minus the
      *> retention days, and a record is aged when its date sorts
       01  ws-unreadable-dates         PIC 9(9) VALUE 0.
       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.

       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
           MOVE LOW-VALUES  TO ws-coverage-date-hi
           MOVE LOW-VALUES  TO ws-coverage-acct-hi

           PERFORM 1100-READ-DATE-CONTROL
           MOVE ws-today-text TO ws-today-date
           COMPUTE ws-cutoff-integer =
               FUNCTION INTEGER-OF-DATE(ws-today-date)
                   MOVE 'Y' TO ws-end-of-file
           END-START.

      *> The processing date is the business date on the system
      *> date-control record, never the clock, so a run that slips
      *> past midnight still works the day it was scheduled for.
       1100-READ-DATE-CONTROL.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DATE_CONTROL_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-date-control-filename
           END-IF
           OPEN INPUT date-control-file
           IF ws-date-control-status NOT = '00'
               DISPLAY 'ArchivePurge: unable to open '
                   ws-date-control-filename
                   ', file status ' ws-date-control-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO date-control-record
           READ date-control-file
               AT END
                   MOVE SPACES TO date-control-record
           END-READ
           CLOSE date-control-file
           IF dcl-business-date NOT NUMERIC
               DISPLAY 'ArchivePurge: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

       2000-SWEEP-ALL-RECORDS.
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ transaction-file NEXT RECORD
