
      *> Prints the branch-ready daily account activity report from
      *> the keyed transaction file BasicCobolExample writes.  The
      *> file is cumulative - every posting run adds to it and only
      *> ArchivePurge trims it - so the report covers one day: the
      *> business date from the date-control record, or the date in
      *> ACTIVITY_DATE when a past day is reprinted.  That day's
      *> items are taken off the transaction-date index, which
      *> returns them in the order they were posted, and sorted by
      *> account and code; a control break on the account number
      *> opens each section and prints the per-account totals.  The
      *> grand total of transactions listed is every item dated the
      *> report date, so it cross-foots to the control report's
      *> "Records written" line for that day's posting run when the
      *> run's input was all dated the business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS txn-tran-date
                   WITH DUPLICATES
               FILE STATUS IS ws-transaction-status.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT sort-file ASSIGN TO 'ACTSORT'.
           SELECT report-file ASSIGN TO ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       01  transaction-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==txn==.

      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

      *> one day's items, re-sequenced into account/code order.
       SD  sort-file.
       01  sort-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==srt==.

       FD  report-file.
       01  report-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.
       01  ws-end-of-sort      PIC X VALUE 'N'.

       01  ws-transaction-filename     PIC X(200)
               VALUE 'output.txt'.
               VALUE 'activity_report.txt'.
       01  ws-transaction-status       PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> the one day reported.
       01  ws-activity-date            PIC X(8).

      *> control-break state: the account whose section is open, and
      *> whether any section has been opened at all yet.
           05  ws-cdt-hundredths   PIC 9(2).
           05  FILLER              PIC X(9).
       01  ws-timestamp-text       PIC X(26).
       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
           05  ws-today-day        PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           SORT sort-file
               ON ASCENDING KEY srt-account-number
                                srt-tran-code
               INPUT PROCEDURE IS 2000-SELECT-DAYS-TRANSACTIONS
               OUTPUT PROCEDURE IS 2500-LIST-ALL-TRANSACTIONS
           PERFORM 8000-WRITE-GRAND-TOTALS
           CLOSE transaction-file
           CLOSE report-file
               MOVE ws-env-value TO ws-report-filename
           END-IF

           PERFORM 1100-READ-DATE-CONTROL
           MOVE ws-today-text TO ws-activity-date
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ACTIVITY_DATE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-activity-date
           END-IF
           IF ws-activity-date NOT NUMERIC
               DISPLAY 'ActivityReport: ACTIVITY_DATE '
                   ws-activity-date ' is not a YYYYMMDD date'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT transaction-file
           IF ws-transaction-status NOT = '00'
               DISPLAY 'ActivityReport: unable to open '

           PERFORM 7000-BUILD-TIMESTAMP
           MOVE SPACES TO report-line
           STRING 'Daily account activity report - '
               ws-activity-date ' - run '
               ws-timestamp-text DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

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
               DISPLAY 'ActivityReport: unable to open '
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
               DISPLAY 'ActivityReport: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> The date index positioned at the report date delivers that
      *> day's items and nothing else; the browse stops at the first
      *> item of a later day.
       2000-SELECT-DAYS-TRANSACTIONS.
           MOVE ws-activity-date TO txn-tran-date
           START transaction-file
               KEY IS NOT LESS THAN txn-tran-date
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-file
           END-START
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ transaction-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       IF txn-tran-date NOT = ws-activity-date
                           MOVE 'Y' TO ws-end-of-file
                       ELSE
                           RELEASE sort-record
                               FROM transaction-record
                       END-IF
               END-READ
           END-PERFORM.

       2500-LIST-ALL-TRANSACTIONS.
           PERFORM UNTIL ws-end-of-sort = 'Y'
               RETURN sort-file INTO transaction-record
                   AT END
                       MOVE 'Y' TO ws-end-of-sort
                   NOT AT END
                       PERFORM 2600-HANDLE-ONE-TRANSACTION
               END-RETURN
           END-PERFORM
           IF ws-section-open
               PERFORM 3200-END-ACCOUNT-SECTION
           END-IF.

       2600-HANDLE-ONE-TRANSACTION.
           IF NOT ws-section-open
               OR txn-account-number NOT = ws-current-account
               IF ws-section-open
           WRITE report-line
           MOVE 'N' TO ws-section-open-flag.

      *> The transactions-listed grand total is every item on file
      *> dated the report date, each read exactly once.  When the
      *> day's posting run took input dated only the business date
      *> it equals that run's control report "Records written";
      *> an item the run posted under another date is listed on that
      *> date's report instead.
       8000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line
