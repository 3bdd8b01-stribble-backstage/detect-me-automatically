       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeProcess.

      *> Customer dispute cases.  Each case is one customer's
      *> dispute of one posted transaction, kept on the keyed
      *> dispute case file under that item's own transaction-file
      *> key (account, date, code).  One action per invocation,
      *> selected by DISPUTE_ACTION:
      *>
      *>   PROCESS - (the default) run before the posting run.
      *>             Applies the day's dispute maintenance, one
      *>             transaction per line naming an action and the
      *>             disputed item's key:
      *>
      *>               O - open a case.  The item must be on the
      *>                   transaction file or, once ArchivePurge has
      *>                   moved it, in an archive file the archive
      *>                   catalog says could hold it; it must be a
      *>                   debit the customer was charged, not a
      *>                   reversal and not already reversed.  The
      *>                   disputed amount defaults to the item's and
      *>                   may not exceed it.  The decision deadline
      *>                   is DISPUTE_DEADLINE_DAYS (default 45)
      *>                   calendar days after the open date.
      *>               F - make the provisional credit final: the
      *>                   case is decided for the customer and the
      *>                   credit stands.  Nothing is posted.
      *>               D - deny: the case is decided against the
      *>                   customer and the provisional credit is
      *>                   taken back by an 'R' reversal of it.
      *>
      *>             Opening a case issues the provisional credit as
      *>             a 'D' record on the account under the dispute
      *>             credit code, dated the business date, naming the
      *>             disputed item in its description.  The credits
      *>             and reversals go out as a well-formed input feed
      *>             - 'H' header, the records, 'T' trailer carrying
      *>             their count - which operations add to the posting
      *>             run's INPUT_FILES, as for StandingOrderGen's.
      *>   AGING   - the open-case aging report: every open case
      *>             within DISPUTE_WARN_DAYS (default 10) of its
      *>             deadline is listed NEAR, every one past it
      *>             OVERDUE.
      *>
      *> The posting run keys an item on account, date and code, so
      *> an account can take only one dispute credit and one dispute
      *> reversal a day.  A second case opened on an account the same
      *> day is opened with its credit pending, and the credit goes
      *> out on the next run; a second denial on an account the same
      *> day is refused and is keyed again the next day.  A denial
      *> is likewise refused on the day its credit was issued, before
      *> the credit has posted for the reversal to find.
      *>
      *> Rerun safety: every credit and reversal dated the business
      *> date is written to the feed again from the case file, so a
      *> rerun regenerates the identical feed; the maintenance that
      *> produced them is refused the second time round.
      *>
      *> Every maintenance transaction - applied or refused - is
      *> written to the dispute audit with the case's before and
      *> after images, as StandingOrderMaint does for its master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT maint-file ASSIGN TO ws-maint-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-maint-status.
      *> OPTIONAL because the first case ever opened creates it.
           SELECT OPTIONAL case-file ASSIGN TO ws-case-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-key-fields
               ALTERNATE RECORD KEY IS dsp-credit-key-fields
                   WITH DUPLICATES
               FILE STATUS IS ws-case-status.
           SELECT transaction-file ASSIGN TO ws-transaction-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS txn-key-fields
               ALTERNATE RECORD KEY IS txn-tran-date
                   WITH DUPLICATES
               FILE STATUS IS ws-transaction-status.
           SELECT account-master ASSIGN TO ws-acct-master-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acct-account-number
               FILE STATUS IS ws-acct-master-status.
           SELECT tran-code-file ASSIGN TO ws-tran-code-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-code-status.
           SELECT catalog-file ASSIGN TO ws-catalog-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalog-status.
           SELECT archive-file ASSIGN TO ws-one-archive-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-archive-status.
           SELECT dispute-feed-file
               ASSIGN TO ws-dispute-feed-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dispute-feed-status.
      *> the change audit accumulates across runs.
           SELECT OPTIONAL audit-file ASSIGN TO ws-audit-filename
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT report-file ASSIGN TO ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

      *> the disputed item is named by its transaction-file key; the
      *> amount is the disputed amount on an open (blank for the
      *> whole item) and is not used by F or D.
       FD  maint-file.
       01  maint-record.
           05  dmt-action          PIC X(1).
               88  dmt-action-open     VALUE 'O'.
               88  dmt-action-final    VALUE 'F'.
               88  dmt-action-deny     VALUE 'D'.
           05  FILLER              PIC X(1).
           05  dmt-account-number  PIC X(10).
           05  FILLER              PIC X(1).
           05  dmt-item-date       PIC X(8).
           05  FILLER              PIC X(1).
           05  dmt-item-code       PIC X(2).
           05  FILLER              PIC X(1).
           05  dmt-amount          PIC 9(9)V99.
           05  dmt-amount-text REDEFINES dmt-amount PIC X(11).
           05  FILLER              PIC X(1).
           05  dmt-memo            PIC X(30).

       FD  case-file.
       01  case-record.
           COPY DISPREC REPLACING LEADING ==PREFIX== BY ==dsp==.

       FD  transaction-file.
       01  transaction-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==txn==.

       FD  account-master.
       01  account-master-record.
           COPY ACCTREC REPLACING LEADING ==PREFIX== BY ==acct==.

      *> same reference layout the posting run loads; only the code
      *> and its debit/credit nature matter here.
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

       FD  dispute-feed-file.
       01  dispute-feed-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==dfd==.

      *> one audit line per maintenance transaction, applied or not,
      *> with the case as it stood before and after.  An open has a
      *> spaces before-image; a refusal repeats the before-image as
      *> the after-image since nothing moved.
       FD  audit-file.
       01  audit-record.
           05  adt-timestamp       PIC X(26).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-action          PIC X(1).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-case-key        PIC X(20).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-result          PIC X(6).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-reason          PIC X(32).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-before-image    PIC X(136).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-after-image     PIC X(136).

       FD  report-file.
       01  report-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.
       01  ws-end-of-browse    PIC X VALUE 'N'.
       01  ws-tran-code-eof    PIC X VALUE 'N'.
       01  ws-catalog-eof      PIC X VALUE 'N'.
       01  ws-archive-eof      PIC X VALUE 'N'.

       01  ws-action                   PIC X(8) VALUE 'PROCESS'.
           88  ws-action-process       VALUE 'PROCESS'.
           88  ws-action-aging         VALUE 'AGING'.

       01  ws-maint-filename           PIC X(200)
               VALUE 'dispute_maint.txt'.
       01  ws-case-filename            PIC X(200)
               VALUE 'dispute_cases.dat'.
       01  ws-transaction-filename     PIC X(200)
               VALUE 'output.txt'.
       01  ws-acct-master-filename     PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-tran-code-filename       PIC X(200)
               VALUE 'tran_codes.txt'.
       01  ws-catalog-filename         PIC X(200)
               VALUE 'archive_catalog.txt'.
       01  ws-one-archive-filename     PIC X(200).
       01  ws-dispute-feed-filename    PIC X(200)
               VALUE 'dispute_credit_input.txt'.
       01  ws-audit-filename           PIC X(200)
               VALUE 'dispute_audit.txt'.
       01  ws-report-filename          PIC X(200)
               VALUE 'dispute_aging_report.txt'.
       01  ws-maint-status             PIC XX.
       01  ws-case-status              PIC XX.
       01  ws-transaction-status       PIC XX.
       01  ws-acct-master-status       PIC XX.
       01  ws-tran-code-status         PIC XX.
       01  ws-catalog-status           PIC XX.
       01  ws-archive-status           PIC XX.
       01  ws-dispute-feed-status      PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> the codes the provisional credit and its reversal go out
      *> under: a credit and a debit on the posting run's code
      *> table.
       01  ws-credit-tran-code         PIC X(2) VALUE 'PC'.
       01  ws-reversal-tran-code       PIC X(2) VALUE 'PR'.

      *> calendar days a case has to be decided in, and how close to
      *> that deadline an open case is reported as NEAR.
       01  ws-deadline-days            PIC 9(3) VALUE 45.
       01  ws-warn-days                PIC 9(3) VALUE 10.

      *> in-memory transaction-code reference: only the code and its
      *> debit/credit nature.
       01  ws-tran-code-count          PIC 9(4) VALUE 0.
       01  ws-tran-codes-skipped       PIC 9(9) VALUE 0.
       01  ws-tcode-idx                PIC 9(4).
       01  ws-tcode-found-idx          PIC 9(4) VALUE 0.
       01  ws-tran-code-table-area.
           05  ws-tran-code-entry OCCURS 100 TIMES.
               10  ws-tcode-code           PIC X(2).
               10  ws-tcode-debit-credit   PIC X(1).
                   88  ws-tcode-is-debit   VALUE 'D'.
                   88  ws-tcode-is-credit  VALUE 'C'.
       01  ws-check-code               PIC X(2).

      *> the archive catalog in memory, as ArchiveResearch holds it;
      *> only files whose coverage could hold a disputed item that
      *> has left the transaction file are opened to look for it.
       01  ws-catalog-count            PIC 9(4) VALUE 0.
       01  ws-catalog-lost             PIC 9(9) VALUE 0.
       01  ws-cat-idx                  PIC 9(4).
       01  ws-catalog-table-area.
           05  ws-catalog-entry OCCURS 1000 TIMES.
               10  ws-cat-date-lo      PIC X(8).
               10  ws-cat-date-hi      PIC X(8).
               10  ws-cat-acct-lo      PIC X(10).
               10  ws-cat-acct-hi      PIC X(10).
               10  ws-cat-filename     PIC X(200).

      *> the disputed item as found, on the transaction file or in
      *> an archive file.
       01  ws-item-found-flag          PIC X.
           88  ws-item-found           VALUE 'Y'.
       01  ws-item-unreadable-flag     PIC X.
           88  ws-item-unreadable      VALUE 'Y'.
       01  ws-item-source              PIC X(1).
       01  ws-item-record-type         PIC X(1).
           88  ws-item-is-data         VALUE 'D'.
           88  ws-item-is-transfer     VALUE 'X'.
       01  ws-item-status              PIC X(1).
           88  ws-item-reversed        VALUE 'V'.
       01  ws-item-amount              PIC S9(9)V99.

      *> staged outcome of the one transaction being judged, as in
      *> StandingOrderMaint; ws-posting-flag names what, if anything,
      *> the change sends to the feed once the case file takes it.
       01  ws-before-image             PIC X(136).
       01  ws-case-found-flag          PIC X.
           88  ws-case-found           VALUE 'Y'.
       01  ws-apply-flag               PIC X.
           88  ws-apply-change         VALUE 'Y'.
       01  ws-refuse-reason            PIC X(32).
       01  ws-posting-flag             PIC X.
           88  ws-posting-none         VALUE SPACE.
           88  ws-posting-credit       VALUE 'C'.
           88  ws-posting-reversal     VALUE 'R'.
       01  ws-check-account            PIC X(10).

      *> account/code keys the records written this run already use:
      *> the posting run would dup-reject a second item on one.
       01  ws-key-count                PIC 9(4) VALUE 0.
       01  ws-key-idx                  PIC 9(4).
       01  ws-key-found-flag           PIC X.
           88  ws-key-found            VALUE 'Y'.
       01  ws-key-table-area.
           05  ws-key-entry OCCURS 5000 TIMES.
               10  ws-key-account      PIC X(10).
               10  ws-key-code         PIC X(2).

      *> deadline and aging arithmetic.
       01  ws-calc-date                PIC 9(8).
       01  ws-calc-date-text REDEFINES ws-calc-date PIC X(8).
       01  ws-today-int                PIC 9(8).
       01  ws-days-left                PIC S9(5).
       01  ws-aging-result             PIC X(8).
       01  ws-aging-note               PIC X(30).

       01  ws-trans-read               PIC 9(9) VALUE 0.
       01  ws-trans-applied            PIC 9(9) VALUE 0.
       01  ws-trans-refused            PIC 9(9) VALUE 0.
       01  ws-cases-opened             PIC 9(9) VALUE 0.
       01  ws-cases-made-final         PIC 9(9) VALUE 0.
       01  ws-cases-denied             PIC 9(9) VALUE 0.
       01  ws-credits-issued           PIC 9(9) VALUE 0.
       01  ws-credits-regenerated      PIC 9(9) VALUE 0.
       01  ws-credits-pending          PIC 9(9) VALUE 0.
       01  ws-reversals-issued         PIC 9(9) VALUE 0.
       01  ws-reversals-regenerated    PIC 9(9) VALUE 0.
       01  ws-keys-lost                PIC 9(9) VALUE 0.
       01  ws-feed-records-written     PIC 9(9) VALUE 0.
       01  ws-archives-opened          PIC 9(9) VALUE 0.
       01  ws-open-failures            PIC 9(9) VALUE 0.
       01  ws-write-errors             PIC 9(9) VALUE 0.
       01  ws-total-credited           PIC 9(11)V99 VALUE 0.
       01  ws-total-reversed           PIC 9(11)V99 VALUE 0.

       01  ws-cases-read               PIC 9(9) VALUE 0.
       01  ws-cases-open               PIC 9(9) VALUE 0.
       01  ws-cases-near               PIC 9(9) VALUE 0.
       01  ws-cases-overdue            PIC 9(9) VALUE 0.
       01  ws-cases-closed             PIC 9(9) VALUE 0.
       01  ws-cases-unusable           PIC 9(9) VALUE 0.
       01  ws-total-open-disputed      PIC 9(11)V99 VALUE 0.

       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-amount            PIC ----,---,--9.99.
       01  ws-edited-total-amount      PIC ----,---,---,--9.99.
       01  ws-edited-days              PIC ----9.

       01  ws-current-date-time.
           05  ws-cdt-year         PIC 9(4).
           05  ws-cdt-month        PIC 9(2).
           05  ws-cdt-day          PIC 9(2).
           05  ws-cdt-hour         PIC 9(2).
           05  ws-cdt-minute       PIC 9(2).
           05  ws-cdt-second       PIC 9(2).
           05  ws-cdt-hundredths   PIC 9(2).
           05  FILLER              PIC X(9).
       01  ws-timestamp-text       PIC X(26).
       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
           05  ws-today-day        PIC 9(2).
       01  ws-today-num REDEFINES ws-today-text PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN ws-action-process
                   PERFORM 2000-REGENERATE-TODAYS-POSTINGS
                   PERFORM 2100-ISSUE-PENDING-CREDITS
                   PERFORM 3000-APPLY-ALL-MAINTENANCE
                   PERFORM 3900-CLOSE-FEED
                   CLOSE maint-file
                   CLOSE transaction-file
                   CLOSE account-master
                   CLOSE audit-file
               WHEN ws-action-aging
                   PERFORM 5000-WRITE-AGING-REPORT
                   PERFORM 5900-WRITE-AGING-TOTALS
                   CLOSE report-file
           END-EVALUATE
           CLOSE case-file
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
      *> an archive that would not open, or a catalog entry that
      *> would not fit the table, may have hidden a disputed item:
      *> the run must not pass quietly, as in ArchiveResearch.
           IF ws-write-errors > 0
               OR ws-open-failures > 0
               OR ws-catalog-lost > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Accepts the runtime file names, codes and day counts and
      *> opens the files the action needs; PROCESS writes the feed's
      *> header here so the feed exists even with nothing to post.
       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_ACTION'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-action
           END-IF
           IF NOT ws-action-process
               AND NOT ws-action-aging
               DISPLAY 'DisputeProcess: unknown action ' ws-action
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_MAINT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-maint-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_CASE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-case-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'OUTPUT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-transaction-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ACCOUNT_MASTER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-acct-master-filename
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
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_FEED_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-dispute-feed-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_AUDIT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-audit-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'DISPUTE_AGING_REPORT'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-report-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'DISPUTE_CREDIT_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-credit-tran-code
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'DISPUTE_REVERSAL_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-reversal-tran-code
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'DISPUTE_DEADLINE_DAYS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-deadline-days
           END-IF
           IF ws-deadline-days = 0
               MOVE 45 TO ws-deadline-days
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_WARN_DAYS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-warn-days
           END-IF
           IF ws-warn-days = 0
               MOVE 10 TO ws-warn-days
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           IF ws-action-aging
               OPEN INPUT case-file
               IF ws-case-status NOT = '00'
                   AND ws-case-status NOT = '05'
                   DISPLAY 'DisputeProcess: unable to open '
                       ws-case-filename
                       ', file status ' ws-case-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1900-OPEN-AGING-REPORT
           ELSE
               PERFORM 1400-LOAD-TRAN-CODE-TABLE
               PERFORM 1500-LOAD-CATALOG
               PERFORM 1600-OPEN-PROCESS-FILES
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
               DISPLAY 'DisputeProcess: unable to open '
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
               DISPLAY 'DisputeProcess: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text
           MOVE FUNCTION INTEGER-OF-DATE(ws-today-num)
               TO ws-today-int.

      *> Loads the transaction-code reference file.  Without it a
      *> disputed debit cannot be told from a credit, nor the
      *> dispute codes checked, so the run refuses to go on; the
      *> credit code must be a credit and the reversal code a debit
      *> or the posting run would reject every record this writes.
       1400-LOAD-TRAN-CODE-TABLE.
           OPEN INPUT tran-code-file
           IF ws-tran-code-status NOT = '00'
               DISPLAY 'DisputeProcess: unable to open '
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
                               MOVE tcf-debit-credit
                                   TO ws-tcode-debit-credit
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

           MOVE ws-credit-tran-code TO ws-check-code
           PERFORM 1450-FIND-TRAN-CODE
           IF ws-tcode-found-idx = 0
               OR NOT ws-tcode-is-credit(ws-tcode-found-idx)
               DISPLAY 'DisputeProcess: dispute credit code '
                   ws-credit-tran-code
                   ' is not a credit on ' ws-tran-code-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-reversal-tran-code TO ws-check-code
           PERFORM 1450-FIND-TRAN-CODE
           IF ws-tcode-found-idx = 0
               OR NOT ws-tcode-is-debit(ws-tcode-found-idx)
               DISPLAY 'DisputeProcess: dispute reversal code '
                   ws-reversal-tran-code
                   ' is not a debit on ' ws-tran-code-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1450-FIND-TRAN-CODE.
           MOVE 0 TO ws-tcode-found-idx
           PERFORM VARYING ws-tcode-idx FROM 1 BY 1
                   UNTIL ws-tcode-idx > ws-tran-code-count
               IF ws-tcode-code(ws-tcode-idx) = ws-check-code
                   MOVE ws-tcode-idx TO ws-tcode-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A missing catalog means nothing was ever purged: a disputed
      *> item not on the transaction file is simply not found.
       1500-LOAD-CATALOG.
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
                           IF ws-catalog-count < 1000
                               ADD 1 TO ws-catalog-count
                               MOVE cat-date-lo TO ws-cat-date-lo
                                   (ws-catalog-count)
                               MOVE cat-date-hi TO ws-cat-date-hi
                                   (ws-catalog-count)
                               MOVE cat-acct-lo TO ws-cat-acct-lo
                                   (ws-catalog-count)
                               MOVE cat-acct-hi TO ws-cat-acct-hi
                                   (ws-catalog-count)
                               MOVE cat-archive-filename
                                   TO ws-cat-filename
                                       (ws-catalog-count)
                           ELSE
                               ADD 1 TO ws-catalog-lost
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ws-catalog-status NOT = '35'
               CLOSE catalog-file
           END-IF.

       1600-OPEN-PROCESS-FILES.
           OPEN INPUT maint-file
           IF ws-maint-status NOT = '00'
               DISPLAY 'DisputeProcess: unable to open '
                   ws-maint-filename
                   ', file status ' ws-maint-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O case-file
           IF ws-case-status NOT = '00'
               AND ws-case-status NOT = '05'
               DISPLAY 'DisputeProcess: unable to open '
                   ws-case-filename
                   ' I-O, file status ' ws-case-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> the disputed item is confirmed against the same keyed file
      *> the posting run writes.
           OPEN INPUT transaction-file
           IF ws-transaction-status NOT = '00'
               DISPLAY 'DisputeProcess: unable to open '
                   ws-transaction-filename
                   ', file status ' ws-transaction-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'DisputeProcess: unable to open '
                   ws-acct-master-filename
                   ', file status ' ws-acct-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT dispute-feed-file
           IF ws-dispute-feed-status NOT = '00'
               DISPLAY 'DisputeProcess: unable to open '
                   ws-dispute-feed-filename
                   ', file status ' ws-dispute-feed-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO dispute-feed-record
           MOVE 'H' TO dfd-record-type
           WRITE dispute-feed-record
           OPEN EXTEND audit-file.

       1900-OPEN-AGING-REPORT.
           OPEN OUTPUT report-file
           PERFORM 7000-BUILD-TIMESTAMP
           MOVE SPACES TO report-line
           STRING 'Dispute case aging - business date '
               ws-today-text ' - run ' ws-timestamp-text
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE ws-warn-days TO ws-edited-days
           MOVE SPACES TO report-line
           STRING 'Open cases within ' ws-edited-days
               ' days of their decision deadline, or past it'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ACCOUNT    DATE     CD        DISPUTED'
               '  OPENED    DEADLINE  DAYS  AGING     CREDIT'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

      *> Rerun: every credit and reversal already dated this business
      *> date goes to the feed again, and its key is taken before any
      *> new posting can claim it.
       2000-REGENERATE-TODAYS-POSTINGS.
           MOVE 'N' TO ws-end-of-browse
           MOVE LOW-VALUES TO dsp-key-fields
           START case-file
               KEY IS NOT LESS THAN dsp-key-fields
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-browse
           END-START
           PERFORM UNTIL ws-end-of-browse = 'Y'
               READ case-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-browse
                   NOT AT END
                       IF dsp-credit-date = ws-today-text
                           MOVE dsp-credit-account
                               TO ws-check-account
                           MOVE dsp-credit-code TO ws-check-code
                           PERFORM 2950-REMEMBER-KEY
                           PERFORM 2600-WRITE-CREDIT-RECORD
                           ADD 1 TO ws-credits-regenerated
                       END-IF
                       IF dsp-reversal-date = ws-today-text
                           MOVE dsp-credit-account
                               TO ws-check-account
                           MOVE dsp-reversal-code TO ws-check-code
                           PERFORM 2950-REMEMBER-KEY
                           PERFORM 2650-WRITE-REVERSAL-RECORD
                           ADD 1 TO ws-reversals-regenerated
                       END-IF
               END-READ
           END-PERFORM.

      *> An open case whose credit could not go out on the day it
      *> was opened gets it now, unless its account already has a
      *> dispute credit today - then it waits for another day.
       2100-ISSUE-PENDING-CREDITS.
           MOVE 'N' TO ws-end-of-browse
           MOVE LOW-VALUES TO dsp-key-fields
           START case-file
               KEY IS NOT LESS THAN dsp-key-fields
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-browse
           END-START
           PERFORM UNTIL ws-end-of-browse = 'Y'
               READ case-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-browse
                   NOT AT END
                       IF dsp-case-open
                           AND dsp-credit-pending
                           PERFORM 2150-ISSUE-ONE-PENDING-CREDIT
                       END-IF
               END-READ
           END-PERFORM.

      *> The case is rewritten before its credit is written to the
      *> feed: a credit the case file does not record would go out
      *> again tomorrow.  The account is checked again first - it
      *> may have been frozen or closed since the case was opened -
      *> and a credit it cannot take stays pending.
       2150-ISSUE-ONE-PENDING-CREDIT.
           MOVE SPACES TO ws-refuse-reason
           MOVE dsp-credit-account TO ws-check-account
           PERFORM 2800-CHECK-ACCOUNT
           MOVE dsp-credit-code TO ws-check-code
           PERFORM 2900-FIND-KEY
           IF ws-refuse-reason NOT = SPACES
               OR ws-key-found
               ADD 1 TO ws-credits-pending
           ELSE
               PERFORM 2950-REMEMBER-KEY
               MOVE ws-today-text TO dsp-credit-date
               REWRITE case-record
               IF ws-case-status = '00'
                   PERFORM 2600-WRITE-CREDIT-RECORD
                   ADD 1 TO ws-credits-issued
                   ADD dsp-disputed-amount TO ws-total-credited
               ELSE
                   ADD 1 TO ws-write-errors
                   DISPLAY 'DisputeProcess: rewrite of case '
                       dsp-key-fields ' failed, file status '
                       ws-case-status
               END-IF
           END-IF.

      *> The provisional credit: the disputed amount back to the
      *> account, naming the disputed item's date and code ahead of
      *> its memo so the statement and research can trace it.
       2600-WRITE-CREDIT-RECORD.
           MOVE SPACES TO dispute-feed-record
           MOVE 'D' TO dfd-record-type
           MOVE dsp-credit-account TO dfd-account-number
           MOVE dsp-credit-date TO dfd-tran-date
           MOVE dsp-credit-code TO dfd-tran-code
           MOVE dsp-disputed-amount TO dfd-amount
           STRING 'DISPUTE ' dsp-item-date ' ' dsp-item-code
               ' PROVISIONAL CREDIT'
               DELIMITED BY SIZE
               INTO dfd-description
           END-STRING
           PERFORM 2700-WRITE-FEED-RECORD.

      *> The reversal of a denied case's credit: the opposite code,
      *> the same amount, naming the credit by its date and code as
      *> the posting run requires.
       2650-WRITE-REVERSAL-RECORD.
           MOVE SPACES TO dispute-feed-record
           MOVE 'R' TO dfd-record-type
           MOVE dsp-credit-account TO dfd-account-number
           MOVE dsp-reversal-date TO dfd-tran-date
           MOVE dsp-reversal-code TO dfd-tran-code
           MOVE dsp-disputed-amount TO dfd-amount
           MOVE dsp-credit-date TO dfd-orig-tran-date
           MOVE dsp-credit-code TO dfd-orig-tran-code
           STRING 'DISPUTE DENIED ' dsp-item-date ' ' dsp-item-code
               DELIMITED BY SIZE
               INTO dfd-reversal-memo
           END-STRING
           PERFORM 2700-WRITE-FEED-RECORD.

       2700-WRITE-FEED-RECORD.
           WRITE dispute-feed-record
           IF ws-dispute-feed-status NOT = '00'
               DISPLAY 'DisputeProcess: feed write to '
                   ws-dispute-feed-filename
                   ' failed, file status ' ws-dispute-feed-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-feed-records-written.

      *> An account a case is opened on, or a pending credit goes
      *> out to, must be on the account master and neither closed
      *> nor frozen: the posting run would send the credit to
      *> suspense, and the case would record a credit the customer
      *> never got.
       2800-CHECK-ACCOUNT.
           MOVE ws-check-account TO acct-account-number
           READ account-master
               INVALID KEY
                   MOVE 'account not on account master'
                       TO ws-refuse-reason
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN acct-account-closed
                           MOVE 'account is closed'
                               TO ws-refuse-reason
                       WHEN acct-account-frozen
                           MOVE 'account is frozen'
                               TO ws-refuse-reason
                   END-EVALUATE
           END-READ.

       2900-FIND-KEY.
           MOVE 'N' TO ws-key-found-flag
           PERFORM VARYING ws-key-idx FROM 1 BY 1
                   UNTIL ws-key-idx > ws-key-count
               IF ws-key-account(ws-key-idx) = ws-check-account
                   AND ws-key-code(ws-key-idx) = ws-check-code
                   MOVE 'Y' TO ws-key-found-flag
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A full table stops remembering; the posting run's own
      *> duplicate check is still there behind it.
       2950-REMEMBER-KEY.
           IF ws-key-count < 5000
               ADD 1 TO ws-key-count
               MOVE ws-check-account TO ws-key-account(ws-key-count)
               MOVE ws-check-code TO ws-key-code(ws-key-count)
           ELSE
               ADD 1 TO ws-keys-lost
           END-IF.

       3000-APPLY-ALL-MAINTENANCE.
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ maint-file
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       ADD 1 TO ws-trans-read
                       PERFORM 3100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.

      *> Judges and applies one maintenance transaction: the case is
      *> read first so the before image is captured whatever the
      *> outcome, the case file is written before anything goes to
      *> the feed, and the audit line is written either way.
       3100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO ws-refuse-reason
           MOVE 'N' TO ws-apply-flag
           MOVE SPACE TO ws-posting-flag
           PERFORM 3200-FETCH-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN dmt-account-number = SPACES
                   OR dmt-item-date = SPACES
                   OR dmt-item-code = SPACES
                   MOVE 'disputed item key incomplete'
                       TO ws-refuse-reason
               WHEN dmt-action-open
                   PERFORM 3300-JUDGE-OPEN
               WHEN dmt-action-final
                   PERFORM 3400-JUDGE-FINAL
               WHEN dmt-action-deny
                   PERFORM 3450-JUDGE-DENY
               WHEN OTHER
                   MOVE 'unknown maintenance action'
                       TO ws-refuse-reason
           END-EVALUATE
           IF ws-apply-change
               MOVE ws-today-text TO dsp-last-maint-date
               PERFORM 3500-WRITE-CASE-CHANGE
           ELSE
               ADD 1 TO ws-trans-refused
           END-IF
           IF ws-apply-change
               PERFORM 3550-COUNT-AND-POST
           END-IF
           PERFORM 3600-WRITE-AUDIT-LINE.

       3200-FETCH-BEFORE-IMAGE.
           MOVE 'N' TO ws-case-found-flag
           MOVE SPACES TO ws-before-image
           MOVE SPACES TO case-record
           MOVE dmt-account-number TO dsp-account-number
           MOVE dmt-item-date TO dsp-item-date
           MOVE dmt-item-code TO dsp-item-code
           IF dmt-account-number NOT = SPACES
               READ case-file
                   INVALID KEY
                       MOVE SPACES TO case-record
                       MOVE dmt-account-number TO dsp-account-number
                       MOVE dmt-item-date TO dsp-item-date
                       MOVE dmt-item-code TO dsp-item-code
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-case-found-flag
                       MOVE case-record TO ws-before-image
               END-READ
           END-IF.

      *> A new case: the amount and account are checked, then the
      *> disputed item is found and judged, and only then is the
      *> case staged with its deadline and its credit.
       3300-JUDGE-OPEN.
           EVALUATE TRUE
               WHEN ws-case-found
                   MOVE 'case already on file' TO ws-refuse-reason
               WHEN dmt-amount-text NOT = SPACES
                   AND dmt-amount NOT NUMERIC
                   MOVE 'amount not numeric' TO ws-refuse-reason
               WHEN dmt-amount-text NOT = SPACES
                   AND dmt-amount = 0
                   MOVE 'amount is zero' TO ws-refuse-reason
           END-EVALUATE
           IF ws-refuse-reason = SPACES
               MOVE dmt-account-number TO ws-check-account
               PERFORM 2800-CHECK-ACCOUNT
           END-IF
           IF ws-refuse-reason = SPACES
               PERFORM 3310-FIND-DISPUTED-ITEM
               PERFORM 3350-JUDGE-DISPUTED-ITEM
           END-IF
           IF ws-refuse-reason = SPACES
               MOVE SPACES TO case-record
               MOVE dmt-account-number TO dsp-account-number
               MOVE dmt-item-date TO dsp-item-date
               MOVE dmt-item-code TO dsp-item-code
               SET dsp-case-open TO TRUE
               MOVE ws-item-source TO dsp-item-source
               MOVE ws-item-amount TO dsp-item-amount
               IF dmt-amount-text = SPACES
                   MOVE ws-item-amount TO dsp-disputed-amount
               ELSE
                   MOVE dmt-amount TO dsp-disputed-amount
               END-IF
               MOVE ws-today-text TO dsp-open-date
               MOVE FUNCTION DATE-OF-INTEGER(
                   ws-today-int + ws-deadline-days)
                   TO ws-calc-date
               MOVE ws-calc-date-text TO dsp-deadline-date
               MOVE dmt-account-number TO dsp-credit-account
               MOVE ws-credit-tran-code TO dsp-credit-code
               MOVE dmt-memo TO dsp-memo
               MOVE dsp-credit-account TO ws-check-account
               MOVE dsp-credit-code TO ws-check-code
               PERFORM 2900-FIND-KEY
               IF NOT ws-key-found
                   PERFORM 2950-REMEMBER-KEY
                   MOVE ws-today-text TO dsp-credit-date
                   SET ws-posting-credit TO TRUE
               END-IF
               MOVE 'Y' TO ws-apply-flag
           END-IF.

      *> The disputed item, by its key: on the transaction file if
      *> it is still there, otherwise in any archive file whose
      *> catalog coverage takes in its account and date.
       3310-FIND-DISPUTED-ITEM.
           MOVE 'N' TO ws-item-found-flag
           MOVE 'N' TO ws-item-unreadable-flag
           MOVE dmt-account-number TO txn-account-number
           MOVE dmt-item-date TO txn-tran-date
           MOVE dmt-item-code TO txn-tran-code
           READ transaction-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-item-found-flag
                   MOVE 'L' TO ws-item-source
                   MOVE txn-record-type TO ws-item-record-type
                   MOVE txn-item-status TO ws-item-status
                   MOVE txn-amount TO ws-item-amount
           END-READ
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-catalog-count
                       OR ws-item-found
               IF dmt-account-number
                       NOT < ws-cat-acct-lo(ws-cat-idx)
                   AND dmt-account-number
                       NOT > ws-cat-acct-hi(ws-cat-idx)
                   AND dmt-item-date NOT < ws-cat-date-lo(ws-cat-idx)
                   AND dmt-item-date NOT > ws-cat-date-hi(ws-cat-idx)
                   PERFORM 3320-SWEEP-ONE-ARCHIVE
               END-IF
           END-PERFORM.

       3320-SWEEP-ONE-ARCHIVE.
           MOVE ws-cat-filename(ws-cat-idx)
               TO ws-one-archive-filename
           MOVE 'N' TO ws-archive-eof
           ADD 1 TO ws-archives-opened
           OPEN INPUT archive-file
           IF ws-archive-status NOT = '00'
      *> a cataloged file that will not open may hold the item: the
      *> case is refused for that reason, not as not found, and the
      *> run fails so someone finds out where the archive went.
               DISPLAY 'DisputeProcess: unable to open '
                   ws-one-archive-filename
                   ', file status ' ws-archive-status
               ADD 1 TO ws-open-failures
               MOVE 'Y' TO ws-item-unreadable-flag
               MOVE 'Y' TO ws-archive-eof
           END-IF
           PERFORM UNTIL ws-archive-eof = 'Y'
               READ archive-file
                   AT END
                       MOVE 'Y' TO ws-archive-eof
                   NOT AT END
                       IF (arc-is-data OR arc-is-transfer
                               OR arc-is-reversal)
                           AND arc-account-number = dmt-account-number
                           AND arc-tran-date = dmt-item-date
                           AND arc-tran-code = dmt-item-code
                           MOVE 'Y' TO ws-item-found-flag
                           MOVE 'A' TO ws-item-source
                           MOVE arc-record-type TO ws-item-record-type
                           MOVE arc-item-status TO ws-item-status
                           MOVE arc-amount TO ws-item-amount
                           MOVE 'Y' TO ws-archive-eof
                       END-IF
               END-READ
           END-PERFORM
           IF ws-archive-status NOT = '35'
               CLOSE archive-file
           END-IF.

      *> Only a debit the customer was charged can be disputed, and
      *> only for up to its own amount; a reversal, or an item a
      *> reversal has already cancelled, has nothing left to give
      *> back.
       3350-JUDGE-DISPUTED-ITEM.
           MOVE 0 TO ws-tcode-found-idx
           IF ws-item-found
               MOVE dmt-item-code TO ws-check-code
               PERFORM 1450-FIND-TRAN-CODE
           END-IF
           EVALUATE TRUE
               WHEN NOT ws-item-found
                   AND ws-item-unreadable
                   MOVE 'archive file unreadable'
                       TO ws-refuse-reason
               WHEN NOT ws-item-found
                   MOVE 'item not on file or archive'
                       TO ws-refuse-reason
               WHEN NOT ws-item-is-data
                   AND NOT ws-item-is-transfer
                   MOVE 'item is a reversal' TO ws-refuse-reason
               WHEN ws-item-reversed
                   MOVE 'item already reversed' TO ws-refuse-reason
               WHEN ws-tcode-found-idx = 0
                   MOVE 'item code not on code table'
                       TO ws-refuse-reason
               WHEN NOT ws-tcode-is-debit(ws-tcode-found-idx)
                   MOVE 'item is not a debit' TO ws-refuse-reason
               WHEN ws-item-amount NOT > 0
                   MOVE 'item amount not positive'
                       TO ws-refuse-reason
               WHEN dmt-amount-text NOT = SPACES
                   AND dmt-amount > ws-item-amount
                   MOVE 'amount exceeds the item'
                       TO ws-refuse-reason
           END-EVALUATE.

      *> Decided for the customer: the credit stands as it posted.
      *> A credit still pending must go out before the case can be
      *> closed on it.
       3400-JUDGE-FINAL.
           EVALUATE TRUE
               WHEN NOT ws-case-found
                   MOVE 'case not on file' TO ws-refuse-reason
               WHEN NOT dsp-case-open
                   MOVE 'case not open' TO ws-refuse-reason
               WHEN dsp-credit-pending
                   MOVE 'credit not yet issued' TO ws-refuse-reason
               WHEN OTHER
                   SET dsp-case-final TO TRUE
                   MOVE ws-today-text TO dsp-resolution-date
                   IF dmt-memo NOT = SPACES
                       MOVE dmt-memo TO dsp-memo
                   END-IF
                   MOVE 'Y' TO ws-apply-flag
           END-EVALUATE.

      *> Decided against the customer.  A credit never issued is
      *> simply never issued; one already reversed by hand has
      *> nothing left to take back; otherwise the credit must have
      *> posted and still be on the transaction file for the
      *> posting run to find it, and its account must be free of
      *> another dispute reversal today.
       3450-JUDGE-DENY.
           EVALUATE TRUE
               WHEN NOT ws-case-found
                   MOVE 'case not on file' TO ws-refuse-reason
               WHEN NOT dsp-case-open
                   MOVE 'case not open' TO ws-refuse-reason
               WHEN dsp-credit-pending
                   CONTINUE
               WHEN dsp-credit-date = ws-today-text
                   MOVE 'credit not yet posted' TO ws-refuse-reason
               WHEN OTHER
                   PERFORM 3460-JUDGE-CREDIT-REVERSAL
           END-EVALUATE
           IF ws-refuse-reason = SPACES
               SET dsp-case-denied TO TRUE
               MOVE ws-today-text TO dsp-resolution-date
               IF dmt-memo NOT = SPACES
                   MOVE dmt-memo TO dsp-memo
               END-IF
               MOVE 'Y' TO ws-apply-flag
           END-IF.

       3460-JUDGE-CREDIT-REVERSAL.
           MOVE dsp-credit-account TO txn-account-number
           MOVE dsp-credit-date TO txn-tran-date
           MOVE dsp-credit-code TO txn-tran-code
           READ transaction-file
               INVALID KEY
                   MOVE 'credit not on transaction file'
                       TO ws-refuse-reason
               NOT INVALID KEY
                   IF NOT txn-item-reversed
                       MOVE dsp-credit-account TO ws-check-account
                       MOVE ws-reversal-tran-code TO ws-check-code
                       PERFORM 2900-FIND-KEY
                       IF ws-key-found
                           MOVE 'account has a reversal today'
                               TO ws-refuse-reason
                       ELSE
                           PERFORM 2950-REMEMBER-KEY
                           MOVE ws-today-text TO dsp-reversal-date
                           MOVE ws-reversal-tran-code
                               TO dsp-reversal-code
                           SET ws-posting-reversal TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> A failed WRITE or REWRITE is counted and audited as a
      *> refusal with the file status as the reason: the audit must
      *> never claim a change the case file did not take, and
      *> nothing goes to the feed for it.
       3500-WRITE-CASE-CHANGE.
           IF ws-case-found
               REWRITE case-record
           ELSE
               WRITE case-record
           END-IF
           IF ws-case-status = '00'
               ADD 1 TO ws-trans-applied
           ELSE
               ADD 1 TO ws-write-errors
               ADD 1 TO ws-trans-refused
               MOVE 'N' TO ws-apply-flag
               MOVE SPACE TO ws-posting-flag
               STRING 'case write failed, status '
                   ws-case-status DELIMITED BY SIZE
                   INTO ws-refuse-reason
               END-STRING
           END-IF.

       3550-COUNT-AND-POST.
           EVALUATE TRUE
               WHEN dmt-action-open
                   ADD 1 TO ws-cases-opened
                   IF dsp-credit-pending
                       ADD 1 TO ws-credits-pending
                   END-IF
               WHEN dmt-action-final
                   ADD 1 TO ws-cases-made-final
               WHEN dmt-action-deny
                   ADD 1 TO ws-cases-denied
           END-EVALUATE
           EVALUATE TRUE
               WHEN ws-posting-credit
                   PERFORM 2600-WRITE-CREDIT-RECORD
                   ADD 1 TO ws-credits-issued
                   ADD dsp-disputed-amount TO ws-total-credited
               WHEN ws-posting-reversal
                   PERFORM 2650-WRITE-REVERSAL-RECORD
                   ADD 1 TO ws-reversals-issued
                   ADD dsp-disputed-amount TO ws-total-reversed
           END-EVALUATE.

       3600-WRITE-AUDIT-LINE.
           PERFORM 7000-BUILD-TIMESTAMP
           MOVE SPACES TO audit-record
           MOVE ws-timestamp-text   TO adt-timestamp
           MOVE dmt-action          TO adt-action
           STRING dmt-account-number dmt-item-date dmt-item-code
               DELIMITED BY SIZE
               INTO adt-case-key
           END-STRING
           MOVE ws-before-image     TO adt-before-image
           IF ws-apply-change
               MOVE 'CHANGE' TO adt-result
               MOVE SPACES TO adt-reason
               MOVE case-record TO adt-after-image
           ELSE
               MOVE 'REFUSE' TO adt-result
               MOVE ws-refuse-reason TO adt-reason
               MOVE ws-before-image TO adt-after-image
           END-IF
           WRITE audit-record.

       3900-CLOSE-FEED.
           MOVE SPACES TO dispute-feed-record
           MOVE 'T' TO dfd-record-type
           MOVE ws-feed-records-written TO dfd-trailer-count
           WRITE dispute-feed-record
           CLOSE dispute-feed-file.

      *> Every case is read; only open ones are aged, and only those
      *> near or past their deadline are listed.
       5000-WRITE-AGING-REPORT.
           MOVE 'N' TO ws-end-of-browse
           MOVE LOW-VALUES TO dsp-key-fields
           START case-file
               KEY IS NOT LESS THAN dsp-key-fields
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-browse
           END-START
           PERFORM UNTIL ws-end-of-browse = 'Y'
               READ case-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-browse
                   NOT AT END
                       ADD 1 TO ws-cases-read
                       IF dsp-case-open
                           PERFORM 5100-AGE-ONE-CASE
                       ELSE
                           ADD 1 TO ws-cases-closed
                       END-IF
               END-READ
           END-PERFORM.

       5100-AGE-ONE-CASE.
           ADD 1 TO ws-cases-open
           MOVE SPACES TO ws-aging-result
           MOVE dsp-deadline-date TO ws-calc-date-text
           IF ws-calc-date-text NOT NUMERIC
               OR dsp-disputed-amount NOT NUMERIC
               ADD 1 TO ws-cases-unusable
               MOVE 0 TO ws-days-left
               MOVE 'UNUSABLE' TO ws-aging-result
               MOVE 'deadline or amount unreadable'
                   TO ws-aging-note
               PERFORM 5200-WRITE-AGING-LINE
           ELSE
               ADD dsp-disputed-amount TO ws-total-open-disputed
               COMPUTE ws-days-left =
                   FUNCTION INTEGER-OF-DATE(ws-calc-date)
                   - ws-today-int
               EVALUATE TRUE
                   WHEN ws-days-left < 0
                       ADD 1 TO ws-cases-overdue
                       MOVE 'OVERDUE' TO ws-aging-result
                   WHEN ws-days-left NOT > ws-warn-days
                       ADD 1 TO ws-cases-near
                       MOVE 'NEAR' TO ws-aging-result
               END-EVALUATE
               IF ws-aging-result NOT = SPACES
                   IF dsp-credit-pending
                       MOVE 'pending' TO ws-aging-note
                   ELSE
                       MOVE SPACES TO ws-aging-note
                       STRING 'issued ' dsp-credit-date
                           DELIMITED BY SIZE
                           INTO ws-aging-note
                       END-STRING
                   END-IF
                   PERFORM 5200-WRITE-AGING-LINE
               END-IF
           END-IF.

       5200-WRITE-AGING-LINE.
           IF dsp-disputed-amount NUMERIC
               MOVE dsp-disputed-amount TO ws-edited-amount
           ELSE
               MOVE 0 TO ws-edited-amount
           END-IF
           MOVE ws-days-left TO ws-edited-days
           MOVE SPACES TO report-line
           STRING dsp-account-number ' '
               dsp-item-date ' '
               dsp-item-code ' '
               ws-edited-amount '  '
               dsp-open-date '  '
               dsp-deadline-date ' '
               ws-edited-days '  '
               ws-aging-result '  '
               ws-aging-note
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       5900-WRITE-AGING-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE ws-cases-read TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Cases on file:                 ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-cases-closed TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Decided (final or denied):     ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-cases-open TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Open:                          ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-total-open-disputed TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Amount in open disputes:       '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-cases-near TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Near their deadline:           ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-cases-overdue TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Past their deadline:           ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-cases-unusable TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Open cases unreadable:         ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       7000-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           STRING
               ws-cdt-year      DELIMITED BY SIZE
               '-'              DELIMITED BY SIZE
               ws-cdt-month     DELIMITED BY SIZE
               '-'              DELIMITED BY SIZE
               ws-cdt-day       DELIMITED BY SIZE
               ' '              DELIMITED BY SIZE
               ws-cdt-hour      DELIMITED BY SIZE
               ':'              DELIMITED BY SIZE
               ws-cdt-minute    DELIMITED BY SIZE
               ':'              DELIMITED BY SIZE
               ws-cdt-second    DELIMITED BY SIZE
               INTO ws-timestamp-text
           END-STRING.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'DisputeProcess action ' ws-action
           IF ws-action-process
               DISPLAY 'DisputeProcess: transactions read     '
                   ws-trans-read
               DISPLAY 'DisputeProcess: changes applied       '
                   ws-trans-applied
               DISPLAY 'DisputeProcess: changes refused       '
                   ws-trans-refused
               DISPLAY 'DisputeProcess: cases opened          '
                   ws-cases-opened
               DISPLAY 'DisputeProcess: cases made final      '
                   ws-cases-made-final
               DISPLAY 'DisputeProcess: cases denied          '
                   ws-cases-denied
               DISPLAY 'DisputeProcess: credits issued        '
                   ws-credits-issued
               DISPLAY 'DisputeProcess: credits regenerated   '
                   ws-credits-regenerated
               DISPLAY 'DisputeProcess: credits left pending  '
                   ws-credits-pending
               DISPLAY 'DisputeProcess: reversals issued      '
                   ws-reversals-issued
               DISPLAY 'DisputeProcess: reversals regenerated '
                   ws-reversals-regenerated
               DISPLAY 'DisputeProcess: amount credited       '
                   ws-total-credited
               DISPLAY 'DisputeProcess: amount reversed       '
                   ws-total-reversed
               DISPLAY 'DisputeProcess: feed records written  '
                   ws-feed-records-written
               DISPLAY 'DisputeProcess: archives opened       '
                   ws-archives-opened
               DISPLAY 'DisputeProcess: archive open failures '
                   ws-open-failures
               DISPLAY 'DisputeProcess: catalog entries lost  '
                   ws-catalog-lost
               DISPLAY 'DisputeProcess: keys not remembered   '
                   ws-keys-lost
               DISPLAY 'DisputeProcess: write errors          '
                   ws-write-errors
           ELSE
               DISPLAY 'DisputeProcess: cases read            '
                   ws-cases-read
               DISPLAY 'DisputeProcess: cases open            '
                   ws-cases-open
               DISPLAY 'DisputeProcess: near deadline         '
                   ws-cases-near
               DISPLAY 'DisputeProcess: past deadline         '
                   ws-cases-overdue
           END-IF.
