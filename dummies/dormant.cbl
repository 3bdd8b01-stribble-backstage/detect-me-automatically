       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormancyScan.

      *> Monthly dormancy scan and annual escheatment listing.  The
      *> run's action comes from DORMANCY_ACTION:
      *>
      *>   SCAN    (the default) finds every open account with no
      *>           customer-initiated activity for DORMANCY_MONTHS
      *>           months (default 12) and writes a D maintenance
      *>           transaction for each, in AccountMasterMaint's
      *>           input layout, plus a report of what it found.
      *>   ESCHEAT lists every dormant account whose last customer
      *>           activity is older than the state holding period
      *>           (ESCHEAT_HOLDING_YEARS, default 3) with its last
      *>           activity date and balance, for the unclaimed-
      *>           property filing.
      *>
      *> The scan never changes the account master itself.  Its D
      *> transactions go through AccountMasterMaint like any other
      *> status change, so every account made dormant has the same
      *> before/after audit line a freeze or a closure has, and an
      *> account that changed status since the scan is refused there
      *> rather than overwritten.
      *>
      *> Customer-initiated activity is any data record or transfer
      *> leg whose transaction code carries the customer flag on the
      *> reference file (blank counts as customer, so a code nobody
      *> has classified never makes an account dormant); reversals
      *> and bank-initiated codes such as fees and interest do not
      *> keep an account alive.  Live history is read in three
      *> passes, each as narrow as it can be:
      *>
      *>   - the date alternate index from the cutoff forward finds
      *>     every account active inside the dormancy window;
      *>   - an account with nothing in the window has its own live
      *>     history browsed by key for its last older activity;
      *>   - an account with no live customer activity at all has
      *>     the archive files searched, opening only those whose
      *>     catalog account range covers it.
      *>
      *> An account that never had customer activity anywhere dates
      *> from its open date.  If a cataloged archive will not open,
      *> the history of the accounts it covers is unknown: the scan
      *> still reports its candidates but writes no D transactions,
      *> and fails the run, rather than make an account dormant on
      *> the strength of a missing file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT balance-master ASSIGN TO ws-balance-master-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bal-account-number
               FILE STATUS IS ws-balance-master-status.
           SELECT account-master ASSIGN TO ws-acct-master-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-account-number
               FILE STATUS IS ws-acct-master-status.
           SELECT transaction-file ASSIGN TO ws-transaction-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS txn-key-fields
               ALTERNATE RECORD KEY IS txn-tran-date
                   WITH DUPLICATES
               FILE STATUS IS ws-transaction-status.
           SELECT tran-code-file ASSIGN TO ws-tran-code-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-code-status.
      *> OPTIONAL because nothing has been purged before the first
      *> ArchivePurge run, and then there is simply no catalog.
           SELECT OPTIONAL catalog-file ASSIGN TO ws-catalog-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.
           SELECT archive-file ASSIGN TO ws-one-archive-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-archive-status.
           SELECT dormancy-maint-file
               ASSIGN TO ws-dormancy-maint-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dormancy-maint-status.
           SELECT report-file ASSIGN TO ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

      *> same balance-master record 5200-POST-TO-BALANCE-MASTER
      *> maintains.
       FD  balance-master.
       01  balance-master-record.
           05  bal-account-number   PIC X(10).
           05  bal-current-balance  PIC S9(11)V99.

       FD  account-master.
       01  account-master-record.
           COPY ACCTREC REPLACING LEADING ==PREFIX== BY ==acct==.

       FD  transaction-file.
       01  transaction-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==txn==.

      *> same reference file BasicCobolExample loads; only the code
      *> and its customer flag matter here.
       FD  tran-code-file.
       01  tran-code-record.
           05  tcf-tran-code       PIC X(2).
           05  FILLER              PIC X(1).
           05  tcf-description     PIC X(30).
           05  FILLER              PIC X(1).
           05  tcf-debit-credit    PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-max-amount      PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  tcf-active-flag     PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-customer-flag   PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-cash-flag       PIC X(1).

      *> same catalog line ArchivePurge appends.
       FD  catalog-file.
       01  catalog-record.
           05  cat-date-lo         PIC X(8).
           05  FILLER              PIC X(1).
           05  cat-date-hi         PIC X(8).
           05  FILLER              PIC X(1).
           05  cat-acct-lo         PIC X(10).
           05  FILLER              PIC X(1).
           05  cat-acct-hi         PIC X(10).
           05  FILLER              PIC X(1).
           05  cat-record-count    PIC 9(9).
           05  FILLER              PIC X(1).
           05  cat-archive-filename PIC X(200).

       FD  archive-file.
       01  archive-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==arc==.

      *> AccountMasterMaint's maintenance-transaction layout; only
      *> the fields a D action reads are filled in.
       FD  dormancy-maint-file.
       01  dormancy-maint-record.
           05  dmt-action          PIC X(1).
           05  FILLER              PIC X(1).
           05  dmt-account-number  PIC X(10).
           05  FILLER              PIC X(1).
           05  dmt-account-name    PIC X(30).
           05  FILLER              PIC X(1).
           05  dmt-effective-date  PIC X(8).
           05  FILLER              PIC X(1).
           05  dmt-overdraft-limit PIC X(11).
           05  FILLER              PIC X(1).
           05  dmt-last-activity-date PIC X(8).

       FD  report-file.
       01  report-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.
       01  ws-end-of-browse    PIC X VALUE 'N'.
       01  ws-catalog-eof      PIC X VALUE 'N'.
       01  ws-archive-eof      PIC X VALUE 'N'.
       01  ws-tran-code-eof    PIC X VALUE 'N'.

       01  ws-balance-master-filename  PIC X(200)
               VALUE 'balance_master.dat'.
       01  ws-acct-master-filename     PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-transaction-filename     PIC X(200)
               VALUE 'output.txt'.
       01  ws-tran-code-filename       PIC X(200)
               VALUE 'tran_codes.txt'.
       01  ws-catalog-filename         PIC X(200)
               VALUE 'archive_catalog.txt'.
       01  ws-one-archive-filename     PIC X(200).
       01  ws-dormancy-maint-filename  PIC X(200)
               VALUE 'dormancy_maint.txt'.
       01  ws-report-filename          PIC X(200).
       01  ws-scan-report-filename     PIC X(200)
               VALUE 'dormancy_report.txt'.
       01  ws-escheat-report-filename  PIC X(200)
               VALUE 'escheat_report.txt'.
       01  ws-balance-master-status    PIC XX.
       01  ws-acct-master-status       PIC XX.
       01  ws-transaction-status       PIC XX.
       01  ws-tran-code-status         PIC XX.
       01  ws-catalog-status           PIC XX.
       01  ws-archive-status           PIC XX.
       01  ws-dormancy-maint-status    PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

       01  ws-run-action               PIC X(8) VALUE 'SCAN'.
           88  ws-action-scan          VALUE 'SCAN'.
           88  ws-action-escheat       VALUE 'ESCHEAT'.
       01  ws-dormancy-months          PIC 9(3) VALUE 12.
       01  ws-holding-years            PIC 9(2) VALUE 3.

      *> today, and the two cutoffs worked back from it: activity
      *> before the dormancy cutoff is too old to keep an account
      *> open, and a dormant account whose last activity is before
      *> the escheat cutoff has passed the holding period.
       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
           05  ws-today-day        PIC 9(2).
       01  ws-cutoff-text.
           05  ws-cutoff-year      PIC 9(4).
           05  ws-cutoff-month     PIC 9(2).
           05  ws-cutoff-day       PIC 9(2).
       01  ws-dormancy-cutoff          PIC X(8).
       01  ws-escheat-cutoff           PIC X(8).
       01  ws-month-number             PIC 9(6).
       01  ws-next-month-date          PIC 9(8).
       01  ws-month-end-date           PIC 9(8).
       01  ws-month-length             PIC 9(2).

      *> in-memory copy of the transaction-code reference file.
       01  ws-tran-code-count          PIC 9(4) VALUE 0.
       01  ws-tran-codes-skipped       PIC 9(9) VALUE 0.
       01  ws-tcode-idx                PIC 9(4).
       01  ws-tcode-found-idx          PIC 9(4) VALUE 0.
       01  ws-tran-code-table-area.
           05  ws-tran-code-entry OCCURS 100 TIMES.
               10  ws-tcode-code           PIC X(2).
               10  ws-tcode-customer-flag  PIC X(1).
                   88  ws-tcode-is-customer VALUE 'Y' ' '.

      *> every open account on the balance master, in account order
      *> (the balance master is read sequentially by its key), with
      *> the latest customer activity found for it so far and where
      *> that date came from: L live file, A archive, blank none.
       01  ws-account-count            PIC 9(5) VALUE 0.
       01  ws-accounts-lost            PIC 9(9) VALUE 0.
       01  ws-acct-idx                 PIC 9(5).
       01  ws-account-table-area.
           05  ws-account-entry OCCURS 20000 TIMES.
               10  ws-acct-number          PIC X(10).
               10  ws-acct-name            PIC X(30).
               10  ws-acct-open-date       PIC X(8).
               10  ws-acct-balance         PIC S9(11)V99.
               10  ws-acct-last-date       PIC X(8).
               10  ws-acct-source          PIC X(1).
                   88  ws-acct-from-live       VALUE 'L'.
                   88  ws-acct-from-archive    VALUE 'A'.
                   88  ws-acct-no-activity     VALUE ' '.

      *> binary search of the account table by account number.
       01  ws-find-account             PIC X(10).
       01  ws-found-acct-idx           PIC 9(5) VALUE 0.
       01  ws-search-lo                PIC 9(5).
       01  ws-search-hi                PIC 9(5).
       01  ws-search-mid               PIC 9(5).

      *> one record's claim to be customer activity, judged from
      *> its record type and code.
       01  ws-judge-record-type        PIC X(1).
           88  ws-judge-is-posting     VALUE 'D' 'X'.
       01  ws-judge-tran-code          PIC X(2).
       01  ws-customer-activity-flag   PIC X(1).
           88  ws-customer-activity    VALUE 'Y'.
       01  ws-coverage-match-flag      PIC X(1).
           88  ws-coverage-match       VALUE 'Y'.

       01  ws-activity-date            PIC X(8).
       01  ws-activity-source-text     PIC X(8).

       01  ws-accounts-examined        PIC 9(9) VALUE 0.
       01  ws-accounts-not-on-master   PIC 9(9) VALUE 0.
       01  ws-accounts-not-open        PIC 9(9) VALUE 0.
       01  ws-accounts-active          PIC 9(9) VALUE 0.
       01  ws-accounts-dormant         PIC 9(9) VALUE 0.
       01  ws-accounts-undated         PIC 9(9) VALUE 0.
       01  ws-maint-written            PIC 9(9) VALUE 0.
       01  ws-archives-opened          PIC 9(9) VALUE 0.
       01  ws-archives-skipped         PIC 9(9) VALUE 0.
       01  ws-open-failures            PIC 9(9) VALUE 0.
       01  ws-catalog-lost             PIC 9(9) VALUE 0.
       01  ws-dormant-balance-total    PIC S9(15)V99 VALUE 0.

       01  ws-escheat-listed           PIC 9(9) VALUE 0.
       01  ws-escheat-in-holding       PIC 9(9) VALUE 0.
       01  ws-escheat-undated          PIC 9(9) VALUE 0.
       01  ws-escheat-balance          PIC S9(11)V99.
       01  ws-escheat-balance-total    PIC S9(15)V99 VALUE 0.

       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-balance           PIC ----,---,---,--9.99.
       01  ws-edited-total             PIC ----,---,---,---,--9.99.
       01  ws-edited-months            PIC ZZ9.
       01  ws-edited-years             PIC Z9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           IF ws-action-escheat
               PERFORM 6000-LIST-ESCHEATABLE-ACCOUNTS
               PERFORM 8500-WRITE-ESCHEAT-TOTALS
               CLOSE account-master
               CLOSE balance-master
               CLOSE report-file
               IF ws-escheat-undated > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 1400-LOAD-TRAN-CODE-TABLE
               PERFORM 2000-LOAD-OPEN-ACCOUNTS
               PERFORM 3000-SCAN-RECENT-ACTIVITY
               PERFORM 3500-FIND-OLDER-LIVE-ACTIVITY
               PERFORM 4000-SEARCH-ARCHIVES
               PERFORM 5000-DECIDE-DORMANCY
               PERFORM 8000-WRITE-SCAN-TOTALS
               CLOSE balance-master
               CLOSE account-master
               CLOSE transaction-file
               CLOSE dormancy-maint-file
               CLOSE report-file
      *> a lost account or archive entry means part of the book was
      *> never judged, and an unopenable archive means some of what
      *> was judged may be wrong - the run must not pass quietly.
               IF ws-accounts-lost > 0
                   OR ws-catalog-lost > 0
                   OR ws-open-failures > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> Accepts the action, the periods and the file names, works
      *> out both cutoffs, and opens the files the action needs.
       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DORMANCY_ACTION'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-run-action
           END-IF
           IF NOT ws-action-scan AND NOT ws-action-escheat
               DISPLAY 'DormancyScan: unknown DORMANCY_ACTION '
                   ws-run-action ' - expected SCAN or ESCHEAT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DORMANCY_MONTHS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-dormancy-months
           END-IF
           IF ws-dormancy-months = 0
               MOVE 12 TO ws-dormancy-months
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'ESCHEAT_HOLDING_YEARS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-holding-years
           END-IF
           IF ws-holding-years = 0
               MOVE 3 TO ws-holding-years
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'BALANCE_MASTER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-balance-master-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ACCOUNT_MASTER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-acct-master-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'OUTPUT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-transaction-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'TRAN_CODE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-tran-code-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ARCHIVE_CATALOG_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-catalog-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DORMANCY_MAINT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-dormancy-maint-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'DORMANCY_REPORT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-scan-report-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ESCHEAT_REPORT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-escheat-report-filename
           END-IF

           PERFORM 1100-READ-DATE-CONTROL
           PERFORM 1300-SET-CUTOFF-DATES

           OPEN INPUT balance-master
           IF ws-balance-master-status NOT = '00'
               DISPLAY 'DormancyScan: unable to open '
                   ws-balance-master-filename
                   ', file status ' ws-balance-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'DormancyScan: unable to open '
                   ws-acct-master-filename
                   ', file status ' ws-acct-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-action-escheat
               MOVE ws-escheat-report-filename TO ws-report-filename
               OPEN OUTPUT report-file
               PERFORM 7500-WRITE-ESCHEAT-HEADING
           ELSE
               OPEN INPUT transaction-file
               IF ws-transaction-status NOT = '00'
                   DISPLAY 'DormancyScan: unable to open '
                       ws-transaction-filename
                       ', file status ' ws-transaction-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT dormancy-maint-file
               IF ws-dormancy-maint-status NOT = '00'
                   DISPLAY 'DormancyScan: unable to open '
                       ws-dormancy-maint-filename
                       ', file status ' ws-dormancy-maint-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-scan-report-filename TO ws-report-filename
               OPEN OUTPUT report-file
               PERFORM 7000-WRITE-SCAN-HEADING
           END-IF.

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
               DISPLAY 'DormancyScan: unable to open '
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
               DISPLAY 'DormancyScan: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> The dormancy cutoff is today less the dormancy months and
      *> the escheat cutoff today less the holding years, each on
      *> the same day of the month - pulled back to the month's last
      *> day where that month is shorter (31 March less one month
      *> is 28 or 29 February).
       1300-SET-CUTOFF-DATES.
           COMPUTE ws-month-number =
               ws-today-year * 12 + ws-today-month - 1
               - ws-dormancy-months
           DIVIDE ws-month-number BY 12
               GIVING ws-cutoff-year
               REMAINDER ws-cutoff-month
           ADD 1 TO ws-cutoff-month
           MOVE ws-today-day TO ws-cutoff-day
           PERFORM 1350-CLAMP-CUTOFF-DAY
           MOVE ws-cutoff-text TO ws-dormancy-cutoff

           COMPUTE ws-cutoff-year = ws-today-year - ws-holding-years
           MOVE ws-today-month TO ws-cutoff-month
           MOVE ws-today-day   TO ws-cutoff-day
           PERFORM 1350-CLAMP-CUTOFF-DAY
           MOVE ws-cutoff-text TO ws-escheat-cutoff.

       1350-CLAMP-CUTOFF-DAY.
           IF ws-cutoff-month = 12
               MOVE 31 TO ws-month-length
           ELSE
               COMPUTE ws-next-month-date =
                   ws-cutoff-year * 10000
                   + (ws-cutoff-month + 1) * 100 + 1
               COMPUTE ws-month-end-date =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ws-next-month-date)
                       - 1)
               COMPUTE ws-month-length =
                   FUNCTION MOD(ws-month-end-date, 100)
           END-IF
           IF ws-cutoff-day > ws-month-length
               MOVE ws-month-length TO ws-cutoff-day
           END-IF.

      *> Only the code and its customer flag are kept.  An empty
      *> table would make every code look customer-initiated and no
      *> account could ever go dormant, which is safe but useless -
      *> refuse to run rather than report nothing found.
       1400-LOAD-TRAN-CODE-TABLE.
           OPEN INPUT tran-code-file
           IF ws-tran-code-status NOT = '00'
               DISPLAY 'DormancyScan: unable to open '
                   ws-tran-code-filename
                   ', file status ' ws-tran-code-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO ws-tran-code-eof
           PERFORM UNTIL ws-tran-code-eof = 'Y'
               READ tran-code-file
                   AT END
                       MOVE 'Y' TO ws-tran-code-eof
                   NOT AT END
                       IF tcf-tran-code NOT = SPACES
                           IF ws-tran-code-count < 100
                               ADD 1 TO ws-tran-code-count
                               MOVE tcf-tran-code TO ws-tcode-code
                                   (ws-tran-code-count)
                               MOVE tcf-customer-flag
                                   TO ws-tcode-customer-flag
                                       (ws-tran-code-count)
                           ELSE
                               ADD 1 TO ws-tran-codes-skipped
                           END-IF
                       ELSE
                           ADD 1 TO ws-tran-codes-skipped
                       END-IF
               END-READ
           END-PERFORM
           CLOSE tran-code-file
           IF ws-tran-code-count = 0
               DISPLAY 'DormancyScan: no usable entries in '
                   ws-tran-code-filename
                   ' - refusing to run with an empty '
                   'transaction-code table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Every balance-master account that is open on the account
      *> master is a candidate.  Closed and frozen accounts are not
      *> the scan's business, and an account already dormant stays
      *> dormant until a customer credit or an R brings it back.
       2000-LOAD-OPEN-ACCOUNTS.
           MOVE 'N' TO ws-end-of-file
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ balance-master NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       ADD 1 TO ws-accounts-examined
                       PERFORM 2100-LOAD-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       2100-LOAD-ONE-ACCOUNT.
           MOVE bal-account-number TO acct-account-number
           READ account-master
               INVALID KEY
                   ADD 1 TO ws-accounts-not-on-master
               NOT INVALID KEY
                   IF NOT acct-account-open
                       ADD 1 TO ws-accounts-not-open
                   ELSE
                       IF ws-account-count < 20000
                           ADD 1 TO ws-account-count
                           MOVE bal-account-number
                               TO ws-acct-number(ws-account-count)
                           MOVE acct-account-name
                               TO ws-acct-name(ws-account-count)
                           MOVE acct-open-date
                               TO ws-acct-open-date(ws-account-count)
                           MOVE bal-current-balance
                               TO ws-acct-balance(ws-account-count)
                           MOVE SPACES
                               TO ws-acct-last-date(ws-account-count)
                           MOVE SPACE
                               TO ws-acct-source(ws-account-count)
                       ELSE
                           ADD 1 TO ws-accounts-lost
                       END-IF
                   END-IF
           END-READ.

      *> Binary search of the account table, which is in account
      *> order; leaves the entry's subscript in ws-found-acct-idx,
      *> or zero when the account is not a candidate.
       2900-FIND-ACCOUNT-ENTRY.
           MOVE 0 TO ws-found-acct-idx
           MOVE 1 TO ws-search-lo
           MOVE ws-account-count TO ws-search-hi
           PERFORM UNTIL ws-search-lo > ws-search-hi
                   OR ws-found-acct-idx > 0
               COMPUTE ws-search-mid =
                   (ws-search-lo + ws-search-hi) / 2
               EVALUATE TRUE
                   WHEN ws-acct-number(ws-search-mid)
                           = ws-find-account
                       MOVE ws-search-mid TO ws-found-acct-idx
                   WHEN ws-acct-number(ws-search-mid)
                           < ws-find-account
                       COMPUTE ws-search-lo = ws-search-mid + 1
                   WHEN OTHER
                       COMPUTE ws-search-hi = ws-search-mid - 1
               END-EVALUATE
           END-PERFORM.

      *> Pass one: the date alternate index from the cutoff forward
      *> holds only the dormancy window, so everything read here is
      *> recent and any customer record in it keeps its account
      *> active.
       3000-SCAN-RECENT-ACTIVITY.
           MOVE ws-dormancy-cutoff TO txn-tran-date
           MOVE 'N' TO ws-end-of-browse
           START transaction-file
               KEY IS NOT LESS THAN txn-tran-date
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-browse
           END-START
           PERFORM UNTIL ws-end-of-browse = 'Y'
               READ transaction-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-browse
                   NOT AT END
                       PERFORM 3100-FOLD-LIVE-RECORD
               END-READ
           END-PERFORM.

       3100-FOLD-LIVE-RECORD.
           MOVE txn-record-type TO ws-judge-record-type
           MOVE txn-tran-code   TO ws-judge-tran-code
           PERFORM 3900-JUDGE-CUSTOMER-ACTIVITY
           IF ws-customer-activity
               MOVE txn-account-number TO ws-find-account
               PERFORM 2900-FIND-ACCOUNT-ENTRY
               IF ws-found-acct-idx > 0
                   AND txn-tran-date
                       > ws-acct-last-date(ws-found-acct-idx)
                   MOVE txn-tran-date
                       TO ws-acct-last-date(ws-found-acct-idx)
                   MOVE 'L' TO ws-acct-source(ws-found-acct-idx)
               END-IF
           END-IF.

      *> Pass two: an account with nothing inside the window has its
      *> own live history browsed by key - account, then date - for
      *> the last customer activity before the cutoff.
       3500-FIND-OLDER-LIVE-ACTIVITY.
           PERFORM VARYING ws-acct-idx FROM 1 BY 1
                   UNTIL ws-acct-idx > ws-account-count
               IF ws-acct-no-activity(ws-acct-idx)
                   PERFORM 3600-BROWSE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       3600-BROWSE-ONE-ACCOUNT.
           MOVE ws-acct-number(ws-acct-idx) TO txn-account-number
           MOVE LOW-VALUES TO txn-tran-date
           MOVE LOW-VALUES TO txn-tran-code
           MOVE 'N' TO ws-end-of-browse
           START transaction-file
               KEY IS NOT LESS THAN txn-key-fields
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-browse
           END-START
           PERFORM UNTIL ws-end-of-browse = 'Y'
               READ transaction-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-browse
                   NOT AT END
                       IF txn-account-number
                               NOT = ws-acct-number(ws-acct-idx)
                           MOVE 'Y' TO ws-end-of-browse
                       ELSE
                           MOVE txn-record-type
                               TO ws-judge-record-type
                           MOVE txn-tran-code TO ws-judge-tran-code
                           PERFORM 3900-JUDGE-CUSTOMER-ACTIVITY
                           IF ws-customer-activity
                               AND txn-tran-date
                                   > ws-acct-last-date(ws-acct-idx)
                               MOVE txn-tran-date
                                   TO ws-acct-last-date(ws-acct-idx)
                               MOVE 'L' TO ws-acct-source(ws-acct-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Data records and transfer legs only; a code on the table
      *> counts when its customer flag is Y or blank, and a code off
      *> the table counts too, so doubt keeps an account active.
       3900-JUDGE-CUSTOMER-ACTIVITY.
           MOVE 'N' TO ws-customer-activity-flag
           IF ws-judge-is-posting
               MOVE 0 TO ws-tcode-found-idx
               PERFORM VARYING ws-tcode-idx FROM 1 BY 1
                       UNTIL ws-tcode-idx > ws-tran-code-count
                   IF ws-tcode-code(ws-tcode-idx) = ws-judge-tran-code
                       MOVE ws-tcode-idx TO ws-tcode-found-idx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ws-tcode-found-idx = 0
                   MOVE 'Y' TO ws-customer-activity-flag
               ELSE
                   IF ws-tcode-is-customer(ws-tcode-found-idx)
                       MOVE 'Y' TO ws-customer-activity-flag
                   END-IF
               END-IF
           END-IF.

      *> Pass three: accounts with no live customer activity at all.
      *> Each catalog entry is opened only when its account range
      *> covers one of them; the rest are skipped unread.  A missing
      *> catalog means nothing was ever purged.
       4000-SEARCH-ARCHIVES.
           OPEN INPUT catalog-file
           IF ws-catalog-status NOT = '00'
               MOVE 'Y' TO ws-catalog-eof
           END-IF
           PERFORM UNTIL ws-catalog-eof = 'Y'
               READ catalog-file
                   AT END
                       MOVE 'Y' TO ws-catalog-eof
                   NOT AT END
                       IF cat-archive-filename = SPACES
                           ADD 1 TO ws-catalog-lost
                       ELSE
                           PERFORM 4100-JUDGE-CATALOG-COVERAGE
                           IF ws-coverage-match
                               ADD 1 TO ws-archives-opened
                               PERFORM 4200-SWEEP-ONE-ARCHIVE
                           ELSE
                               ADD 1 TO ws-archives-skipped
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ws-catalog-status NOT = '35'
               CLOSE catalog-file
           END-IF.

       4100-JUDGE-CATALOG-COVERAGE.
           MOVE 'N' TO ws-coverage-match-flag
           PERFORM VARYING ws-acct-idx FROM 1 BY 1
                   UNTIL ws-acct-idx > ws-account-count
               IF NOT ws-acct-from-live(ws-acct-idx)
                   AND ws-acct-number(ws-acct-idx) NOT < cat-acct-lo
                   AND ws-acct-number(ws-acct-idx) NOT > cat-acct-hi
                   MOVE 'Y' TO ws-coverage-match-flag
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4200-SWEEP-ONE-ARCHIVE.
           MOVE cat-archive-filename TO ws-one-archive-filename
           MOVE 'N' TO ws-archive-eof
           OPEN INPUT archive-file
           IF ws-archive-status NOT = '00'
      *> the accounts this file covers may have activity in it that
      *> is now out of sight; count it so no D transaction goes out.
               DISPLAY 'DormancyScan: unable to open '
                   ws-one-archive-filename
                   ', file status ' ws-archive-status
               ADD 1 TO ws-open-failures
               MOVE 'Y' TO ws-archive-eof
           END-IF
           PERFORM UNTIL ws-archive-eof = 'Y'
               READ archive-file
                   AT END
                       MOVE 'Y' TO ws-archive-eof
                   NOT AT END
                       PERFORM 4300-FOLD-ARCHIVED-RECORD
               END-READ
           END-PERFORM
           IF ws-archive-status NOT = '35'
               CLOSE archive-file
           END-IF.

       4300-FOLD-ARCHIVED-RECORD.
           MOVE arc-record-type TO ws-judge-record-type
           MOVE arc-tran-code   TO ws-judge-tran-code
           PERFORM 3900-JUDGE-CUSTOMER-ACTIVITY
           IF ws-customer-activity
               MOVE arc-account-number TO ws-find-account
               PERFORM 2900-FIND-ACCOUNT-ENTRY
               IF ws-found-acct-idx > 0
                   AND NOT ws-acct-from-live(ws-found-acct-idx)
                   AND arc-tran-date
                       > ws-acct-last-date(ws-found-acct-idx)
                   MOVE arc-tran-date
                       TO ws-acct-last-date(ws-found-acct-idx)
                   MOVE 'A' TO ws-acct-source(ws-found-acct-idx)
               END-IF
           END-IF.

      *> An account's activity date is its last customer activity,
      *> or its open date when it never had any.  Before the cutoff
      *> it is dormant: reported, and given a D transaction unless
      *> an archive failed to open.  An account with neither date
      *> usable cannot be judged and is only counted.
       5000-DECIDE-DORMANCY.
           PERFORM VARYING ws-acct-idx FROM 1 BY 1
                   UNTIL ws-acct-idx > ws-account-count
               EVALUATE TRUE
                   WHEN ws-acct-from-live(ws-acct-idx)
                       MOVE ws-acct-last-date(ws-acct-idx)
                           TO ws-activity-date
                       MOVE 'LIVE'     TO ws-activity-source-text
                   WHEN ws-acct-from-archive(ws-acct-idx)
                       MOVE ws-acct-last-date(ws-acct-idx)
                           TO ws-activity-date
                       MOVE 'ARCHIVE'  TO ws-activity-source-text
                   WHEN OTHER
                       MOVE ws-acct-open-date(ws-acct-idx)
                           TO ws-activity-date
                       MOVE 'OPENED'   TO ws-activity-source-text
               END-EVALUATE
               EVALUATE TRUE
                   WHEN ws-activity-date NOT NUMERIC
                       ADD 1 TO ws-accounts-undated
                   WHEN ws-activity-date NOT < ws-dormancy-cutoff
                       ADD 1 TO ws-accounts-active
                   WHEN OTHER
                       ADD 1 TO ws-accounts-dormant
                       ADD ws-acct-balance(ws-acct-idx)
                           TO ws-dormant-balance-total
                       PERFORM 5100-WRITE-DORMANCY-MAINT
                       PERFORM 5200-WRITE-DORMANT-LINE
               END-EVALUATE
           END-PERFORM.

       5100-WRITE-DORMANCY-MAINT.
           IF ws-open-failures = 0
               MOVE SPACES TO dormancy-maint-record
               MOVE 'D' TO dmt-action
               MOVE ws-acct-number(ws-acct-idx) TO dmt-account-number
               MOVE ws-today-text TO dmt-effective-date
               MOVE ws-activity-date TO dmt-last-activity-date
               WRITE dormancy-maint-record
               ADD 1 TO ws-maint-written
           END-IF.

       5200-WRITE-DORMANT-LINE.
           MOVE ws-acct-balance(ws-acct-idx) TO ws-edited-balance
           MOVE SPACES TO report-line
           STRING '  ' ws-acct-number(ws-acct-idx)
               '  ' ws-acct-name(ws-acct-idx)
               '  ' ws-activity-date
               '  ' ws-activity-source-text
               '  ' ws-edited-balance
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

      *> ESCHEAT: every dormant account on the master, in account
      *> order.  One whose last activity is before the escheat
      *> cutoff is listed with its balance; one still inside the
      *> holding period is only counted.  A dormant account with no
      *> usable last activity date (loaded dormant from the extract,
      *> say) cannot be placed against the holding period and is
      *> listed as undated so someone dates it before the filing.
       6000-LIST-ESCHEATABLE-ACCOUNTS.
           MOVE LOW-VALUES TO acct-account-number
           MOVE 'N' TO ws-end-of-file
           START account-master
               KEY IS NOT LESS THAN acct-account-number
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-file
           END-START
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ account-master NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       IF acct-account-dormant
                           PERFORM 6100-JUDGE-HOLDING-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

       6100-JUDGE-HOLDING-PERIOD.
           EVALUATE TRUE
               WHEN acct-last-activity-date NOT NUMERIC
                   ADD 1 TO ws-escheat-undated
                   PERFORM 6200-WRITE-ESCHEAT-LINE
               WHEN acct-last-activity-date NOT < ws-escheat-cutoff
                   ADD 1 TO ws-escheat-in-holding
               WHEN OTHER
                   ADD 1 TO ws-escheat-listed
                   PERFORM 6200-WRITE-ESCHEAT-LINE
                   ADD ws-escheat-balance TO ws-escheat-balance-total
           END-EVALUATE.

      *> an account with no balance-master record has never posted
      *> and holds nothing.
       6200-WRITE-ESCHEAT-LINE.
           MOVE acct-account-number TO bal-account-number
           READ balance-master
               INVALID KEY
                   MOVE 0 TO ws-escheat-balance
               NOT INVALID KEY
                   MOVE bal-current-balance TO ws-escheat-balance
           END-READ
           MOVE ws-escheat-balance TO ws-edited-balance
           MOVE SPACES TO report-line
           IF acct-last-activity-date NOT NUMERIC
               STRING '  ' acct-account-number
                   '  ' acct-account-name
                   '  UNDATED '
                   '  ' acct-dormant-date
                   '  ' ws-edited-balance
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               STRING '  ' acct-account-number
                   '  ' acct-account-name
                   '  ' acct-last-activity-date
                   '  ' acct-dormant-date
                   '  ' ws-edited-balance
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF
           WRITE report-line.

       7000-WRITE-SCAN-HEADING.
           MOVE ws-dormancy-months TO ws-edited-months
           MOVE SPACES TO report-line
           STRING 'Dormancy scan ' ws-today-text
               ' - no customer activity in ' ws-edited-months
               ' months (since ' ws-dormancy-cutoff ')'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING '  Account     Name                          '
               '  Last act  Source              Balance'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       7500-WRITE-ESCHEAT-HEADING.
           MOVE ws-holding-years TO ws-edited-years
           MOVE SPACES TO report-line
           STRING 'Escheatment report ' ws-today-text
               ' - dormant accounts past the ' ws-edited-years
               '-year holding period (last activity before '
               ws-escheat-cutoff ')'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING '  Account     Name                          '
               '  Last act  Dormant               Balance'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       8000-WRITE-SCAN-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE ws-accounts-examined TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Balance-master accounts examined:   '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-not-open TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Not open (closed/frozen/dormant):   '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-not-on-master TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Not on the account master:          '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-active TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Open accounts still active:         '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-dormant TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Open accounts found dormant:        '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-dormant-balance-total TO ws-edited-total
           MOVE SPACES TO report-line
           STRING 'Balance held on dormant accounts: '
               ws-edited-total DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-maint-written TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Dormancy transactions written:      '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-undated TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Accounts with no usable date:       '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-archives-opened TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Archive files searched:             '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-archives-skipped TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Archive files skipped by catalog:   '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-open-failures TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Archive files that would not open:  '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-catalog-lost TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Catalog entries with no file name:  '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-lost TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Accounts not scanned (table full):  '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           IF ws-open-failures > 0
               MOVE SPACES TO report-line
               STRING 'NO DORMANCY TRANSACTIONS WRITTEN - archive '
                   'history incomplete; rerun once every cataloged '
                   'archive file is restored'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

       8500-WRITE-ESCHEAT-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE ws-escheat-listed TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Accounts past the holding period:   '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-escheat-balance-total TO ws-edited-total
           MOVE SPACES TO report-line
           STRING 'Balance reportable:               '
               ws-edited-total DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-escheat-in-holding TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Dormant, still inside the period:   '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-escheat-undated TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Dormant with no last activity date: '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.
