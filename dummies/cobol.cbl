       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT input-file ASSIGN TO ws-input-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-input-status.
      *> converted to an indexed file keyed on the natural business
      *> key (account number + transaction date + transaction code)
      *> from the TRANREC layout, so downstream consumers can look up
      *> account numbers; it is maintained automatically by every
      *> WRITE here, and every program that opens this file declares
      *> the same keys.
      *> the file is cumulative: every run adds to it I-O, and
      *> ArchivePurge is what trims it, so a reversal can find the
      *> item it cancels whatever day that item posted.  OPTIONAL
      *> because the first run has no file yet.
           SELECT OPTIONAL output-file ASSIGN TO ws-output-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS out-key-fields
      *> keyed account master built by AccountMasterLoad; every data
      *> record's account number is looked up here so transactions
      *> against unknown, closed, or frozen accounts are rejected
      *> instead of copied through to output.txt.  Opened I-O: a
      *> customer credit that posts to a dormant account brings the
      *> account back to open here and then.
           SELECT account-master ASSIGN TO ws-acct-master-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acct-account-number
               FILE STATUS IS ws-acct-master-status.
      *> AccountMasterMaint's change audit: a reactivation made here
      *> is a master status change like any other, so it goes on
      *> the same before/after audit, appended.  OPTIONAL so a shop
      *> that has never run maintenance still posts.
           SELECT OPTIONAL acct-maint-audit-file
               ASSIGN TO ws-acct-audit-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-acct-audit-status.
      *> maintained transaction-code reference file, loaded into a
      *> working-storage table at initialization; every data record's
      *> code is validated against it instead of merely being checked
           SELECT exchange-rate-file ASSIGN TO ws-rate-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-file-status.
      *> debits the available-funds decision returned unpaid: each
      *> goes here byte-for-byte with its reason and the funds that
      *> were available, instead of posting past the overdraft
      *> limit.  Not the reject file - nothing is wrong with these
      *> items, and suspense does not recycle them.
           SELECT returned-item-file
               ASSIGN TO ws-returned-item-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-returned-item-status.
      *> NSF fees for the accounts that had items returned this run,
      *> as a well-formed input feed (header, one fee per account,
      *> count-carrying trailer) for the next posting run's
      *> INPUT_FILES, so the fee posts, journals, and reaches the GL
      *> like any other debit.
           SELECT nsf-fee-file ASSIGN TO ws-nsf-fee-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nsf-fee-status.
      *> the inbound feed registry: one line per source system whose
      *> files carry a source id and sequence number in their header,
      *> with the last sequence accepted from it and whether a file
      *> is expected from it every business day.  Read whole at the
      *> start of the run and rewritten at its end.  OPTIONAL so a
      *> shop whose feeds all predate it runs without one.
           SELECT OPTIONAL feed-registry-file
               ASSIGN TO ws-feed-registry-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-feed-registry-status.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  input-file.
       01  input-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==in==.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  rej-reason-text     PIC X(32).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  rej-original-data   PIC X(84).

       FD  report-file.
       01  report-line         PIC X(132).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  ckp-records-converted   PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  ckp-items-paid          PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  ckp-items-returned      PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  ckp-reversals-posted    PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
      *> the run timestamp the interrupted run journaled under, so
      *> the restart carries on under the same one and the 1300
      *> rebuild can pick this run's journal lines out of the rest.
           05  ckp-run-timestamp       PIC X(26).
           05  FILLER                  PIC X(1)   VALUE SPACE.
      *> the GL summary itself is deliberately NOT checkpointed: on
      *> a restart it is re-derived from this run's balance journal
      *> lines by the 1300 rebuild sweep, the only source that also
      *> covers records posted after the last checkpoint and before
      *> the crash.
      *> the space-separated list of input files this checkpoint was
      *> taken against, so a restart run with a different/reordered
      *> file list is caught instead of silently mis-skipping records.
       01  account-master-record.
           COPY ACCTREC REPLACING LEADING ==PREFIX== BY ==acct==.

      *> tcf-customer-flag is N for a code the bank originates
      *> (interest, fees): such postings are not customer activity,
      *> so they neither count against a dormant account's debit
      *> block nor wake it.  Blank or Y is a customer code.
      *> tcf-cash-flag is Y for a cash deposit or withdrawal code;
      *> posting ignores it, CashTransactionReview reads it.
       FD  tran-code-file.
       01  tran-code-record.
           05  tcf-tran-code       PIC X(2).
           05  tcf-max-amount      PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  tcf-active-flag     PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-customer-flag   PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-cash-flag       PIC X(1).

      *> same layout AccountMasterMaint writes.
       FD  acct-maint-audit-file.
       01  acct-maint-audit-record.
           05  mad-timestamp       PIC X(26).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  mad-action          PIC X(1).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  mad-account-number  PIC X(10).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  mad-result          PIC X(6).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  mad-reason          PIC X(32).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  mad-before-image    PIC X(84).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  mad-after-image     PIC X(84).

       FD  balance-master.
       01  balance-master-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==rls==.

      *> one run-history record per run, in the shape RunTrendReport
      *> reads back: the run's timestamp, its control totals, the
      *> verdict 8800 settled on, and the business date it worked.
       FD  run-history-file.
       01  run-history-record.
           05  rhs-timestamp           PIC X(26).
           05  rhs-records-converted   PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  rhs-run-verdict         PIC X(1).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  rhs-items-paid          PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  rhs-items-returned      PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  rhs-business-date       PIC X(8).

       FD  exchange-rate-file.
       01  exchange-rate-record.
           05  FILLER              PIC X(1).
           05  xrf-rate            PIC 9(3)V9(6).

       FD  returned-item-file.
       01  returned-item-record.
           05  ret-reason-code     PIC X(6).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  ret-reason-text     PIC X(32).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  ret-available-funds PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  ret-original-data   PIC X(84).

       FD  feed-registry-file.
       01  feed-registry-record.
           05  frg-source-id           PIC X(6).
           05  FILLER                  PIC X(1).
           05  frg-expected-flag       PIC X(1).
           05  FILLER                  PIC X(1).
           05  frg-last-sequence       PIC 9(6).
           05  FILLER                  PIC X(1).
      *> the sequence held before the run that last advanced it, so
      *> a restart of that run can step back to it.
           05  frg-prior-sequence      PIC 9(6).
           05  FILLER                  PIC X(1).
           05  frg-last-creation-date  PIC X(8).
           05  FILLER                  PIC X(1).
           05  frg-last-business-date  PIC X(8).
           05  FILLER                  PIC X(1).
           05  frg-last-run-timestamp  PIC X(26).
           05  FILLER                  PIC X(1).
           05  frg-description         PIC X(30).

       FD  nsf-fee-file.
       01  nsf-fee-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==nsf==.

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.

       01  ws-acct-master-filename     PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-acct-master-status       PIC XX.
       01  ws-acct-audit-filename      PIC X(200)
               VALUE 'account_maint_audit.txt'.
       01  ws-acct-audit-status        PIC XX.

      *> dormant accounts.  2315 notes a dormant account; once the
      *> code is known, a customer debit against it goes to suspense
      *> (DRMACT) for review instead of posting, and a customer
      *> credit that posts reactivates it on the master.  Bank-
      *> initiated codes post either way and change nothing.
       01  ws-account-dormant-flag     PIC X VALUE 'N'.
           88  ws-account-is-dormant   VALUE 'Y'.
       01  ws-acct-before-image        PIC X(84).
       01  ws-dormant-debits-held      PIC 9(9) VALUE 0.
       01  ws-accounts-reactivated     PIC 9(9) VALUE 0.
       01  ws-reactivation-errors      PIC 9(9) VALUE 0.

      *> in-memory copy of the transaction-code reference file: code,
      *> debit/credit nature, per-code amount ceiling, and active
               10  ws-tcode-max-amount     PIC 9(9)V99.
               10  ws-tcode-active-flag    PIC X(1).
                   88  ws-tcode-is-active  VALUE 'Y'.
               10  ws-tcode-customer-flag  PIC X(1).
                   88  ws-tcode-is-customer VALUE 'Y' ' '.

      *> posting-engine bookkeeping: each posting that reaches
      *> output-file is applied to the account's running balance on
      *> count and net signed amount.  The ws-gl-post-* fields stage
      *> one posting for 5300-ACCUMULATE-GL-SUMMARY, which is fed
      *> from two places: the live write path in 5000, and the
      *> restart rebuild sweep in 1300, which re-derives the run's
      *> summary from its balance journal lines so the extract ties
      *> to exactly what posted - even records written after the
      *> last checkpoint and before a crash, which the restarted
      *> run re-routes as duplicates and never re-writes.
       01  ws-gl-filename              PIC X(200)
               VALUE 'gl_interface.txt'.
       01  ws-gl-summary-count         PIC 9(4) VALUE 0.
       01  ws-last-checkpoint-count    PIC 9(9) VALUE 0.
       01  ws-checkpoint-status        PIC XX.
       01  ws-output-status            PIC XX.
       01  ws-record-in-skip-flag      PIC X VALUE 'N'.
           88  ws-record-in-skip       VALUE 'Y'.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

       01  ws-run-history-filename     PIC X(200)
               VALUE 'run_history.txt'.
       01  ws-hold-idx                 PIC 9(4).
       01  ws-hold-table-area.
           05  ws-hold-entry OCCURS 5000 TIMES
                   PIC X(84).
       01  ws-records-held             PIC 9(9) VALUE 0.
       01  ws-records-released         PIC 9(9) VALUE 0.
       01  ws-records-still-held       PIC 9(9) VALUE 0.
               10  ws-pend-amount      PIC S9(9)V99.
               10  ws-pend-desc        PIC X(48).
               10  ws-pend-tcode       PIC 9(4).
               10  ws-pend-original    PIC X(84).

      *> pair references whose other leg already rejected: a leg
      *> arriving with one of these references must not park and
           05  ws-failed-ref-table OCCURS 500 TIMES
                   PIC X(12).
       01  ws-fref-found-idx           PIC 9(4).
       01  ws-pair-reject-data         PIC X(84).
       01  ws-park-ok-flag             PIC X.
           88  ws-park-ok              VALUE 'Y'.
       01  ws-leg-write-ok-flag        PIC X.
       01  ws-converted-amount         PIC S9(9)V99.
       01  ws-records-converted        PIC 9(9) VALUE 0.

      *> available-funds decisioning.  Every debit - other than the
      *> NSF fee itself, which must post whatever the balance - is
      *> paid only if its amount fits inside the account's balance
      *> plus the overdraft limit on the account master; otherwise
      *> it is returned unpaid to the returned-item file.  The
      *> ws-funds-* fields stage one decision for 2330, which is
      *> called both for ordinary debits and for each leg of a
      *> matched transfer.  ws-funds-decision-flag is left 'N' for
      *> an item that was never decisioned (a credit), so only
      *> decisioned debits count as items paid.
       01  ws-returned-item-filename   PIC X(200)
               VALUE 'returned_items.txt'.
       01  ws-returned-item-status     PIC XX.
       01  ws-nsf-fee-filename         PIC X(200)
               VALUE 'nsf_fee_input.txt'.
       01  ws-nsf-fee-status           PIC XX.
       01  ws-nsf-fee-code             PIC X(2) VALUE 'NF'.
       01  ws-nsf-fee-amount           PIC 9(7)V99 VALUE 35.00.
       01  ws-funds-account            PIC X(10).
       01  ws-funds-amount             PIC S9(9)V99.
       01  ws-funds-tcode-idx          PIC 9(4).
       01  ws-funds-balance            PIC S9(11)V99.
       01  ws-funds-limit              PIC 9(9)V99.
       01  ws-available-funds          PIC S9(11)V99.
       01  ws-funds-decision-flag      PIC X VALUE 'N'.
           88  ws-funds-not-decisioned VALUE 'N'.
           88  ws-funds-pay            VALUE 'P'.
           88  ws-funds-return         VALUE 'R'.
       01  ws-nsf-leg-idx              PIC 9(4).
       01  ws-nsf-partner-idx          PIC 9(4).
       01  ws-paid-legs                PIC 9(4).
       01  ws-return-reason-code       PIC X(6).
       01  ws-return-reason-text       PIC X(32).
       01  ws-return-item.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==rti==.
       01  ws-items-paid               PIC 9(9) VALUE 0.
       01  ws-items-returned           PIC 9(9) VALUE 0.
       01  ws-transfer-pairs-returned  PIC 9(9) VALUE 0.
       01  ws-returned-write-errors    PIC 9(9) VALUE 0.
      *> reversals.  An 'R' record names the item it cancels by the
      *> original's key - its own account number plus the original
      *> date and code carried in the reversal fields - and posts
      *> the exact opposite effect: the reversal code must be of the
      *> opposite debit/credit nature to the original's and the
      *> amounts must agree.  Once the reversal is on output-file
      *> the original is marked reversed there, so a second reversal
      *> of the same item rejects.  A mark that fails leaves the
      *> original open to a second reversal, so it fails the verdict.
       01  ws-reversals-posted         PIC 9(9) VALUE 0.
       01  ws-reversal-mark-errors     PIC 9(9) VALUE 0.
       01  ws-rev-orig-tcode-idx       PIC 9(4).
      *> key of a balance journal line, in the shape of the seen-key
      *> table entries, for the restart rebuild.
       01  ws-journal-key.
           05  ws-jkey-account         PIC X(10).
           05  ws-jkey-date            PIC X(8).
           05  ws-jkey-code            PIC X(2).
       01  ws-journal-rescan-eof       PIC X VALUE 'N'.

      *> one NSF fee per account per run, however many of its items
      *> were returned: the table holds each account charged so
      *> far.  A restart rebuilds it from the returned-item file, so
      *> the regenerated fee feed still covers the pre-crash
      *> returns and never charges an account twice.
       01  ws-nsf-fee-count            PIC 9(4) VALUE 0.
       01  ws-nsf-fees-lost            PIC 9(9) VALUE 0.
       01  ws-nsf-fee-idx              PIC 9(4).
       01  ws-nsf-fee-found-flag       PIC X.
       01  ws-nsf-fee-feed-flag        PIC X VALUE 'Y'.
           88  ws-nsf-fee-feed-written VALUE 'Y'.
       01  ws-nsf-returned-eof         PIC X VALUE 'N'.
       01  ws-nsf-fee-table-area.
           05  ws-nsf-fee-account OCCURS 1000 TIMES
                   PIC X(10).

      *> run-quality thresholds for the scheduler verdict: when any
      *> enabled threshold is breached the control report gains an
      *> exceptions section naming the input file that tripped it,
               10  ws-fs-reject-count  PIC 9(9).
               10  ws-fs-mismatch-flag PIC X.
               10  ws-fs-missing-flag  PIC X.
               10  ws-fs-source-id     PIC X(6).
               10  ws-fs-sequence      PIC 9(6).
               10  ws-fs-expected-seq  PIC 9(6).
               10  ws-fs-creation-date PIC X(8).
               10  ws-fs-feed-state    PIC X.
                   88  ws-fs-feed-legacy       VALUE 'L'.
                   88  ws-fs-feed-accepted     VALUE 'A'.
                   88  ws-fs-feed-gap          VALUE 'G'.
                   88  ws-fs-feed-duplicate    VALUE 'D'.
                   88  ws-fs-feed-unregistered VALUE 'U'.
                   88  ws-fs-feed-bad-header   VALUE 'B'.
                   88  ws-fs-feed-refused      VALUE 'D' 'U' 'B'.
       01  ws-fs-idx                   PIC 9(4).
       01  ws-named-exception-flag     PIC X.

      *> feed registry: the inbound sources and the last file
      *> sequence accepted from each, tabled at the start of the run.
      *> Every file's header is judged against it before the file is
      *> read for posting; the table is rewritten once all input is
      *> done.  The feed counters are re-derived from the headers on
      *> every run, restart or not, so none is checkpointed.
       01  ws-feed-registry-filename   PIC X(200)
               VALUE 'feed_registry.txt'.
       01  ws-feed-registry-status     PIC XX.
       01  ws-input-status             PIC XX.
       01  ws-registry-eof             PIC X VALUE 'N'.
       01  ws-registry-count           PIC 9(4) VALUE 0.
       01  ws-reg-idx                  PIC 9(4).
       01  ws-reg-found-idx            PIC 9(4).
       01  ws-registry-table-area.
           05  ws-registry-entry OCCURS 50 TIMES.
               10  ws-reg-source-id        PIC X(6).
               10  ws-reg-expected-flag    PIC X(1).
                   88  ws-reg-expected-daily   VALUE 'Y'.
               10  ws-reg-last-sequence    PIC 9(6).
               10  ws-reg-prior-sequence   PIC 9(6).
               10  ws-reg-last-creation    PIC X(8).
               10  ws-reg-last-business    PIC X(8).
               10  ws-reg-last-run         PIC X(26).
               10  ws-reg-description      PIC X(30).
               10  ws-reg-files-accepted   PIC 9(4).
       01  ws-feeds-accepted           PIC 9(9) VALUE 0.
       01  ws-feed-gaps                PIC 9(9) VALUE 0.
       01  ws-feeds-duplicate          PIC 9(9) VALUE 0.
       01  ws-feeds-unusable           PIC 9(9) VALUE 0.
       01  ws-feeds-legacy             PIC 9(9) VALUE 0.
       01  ws-feeds-missing            PIC 9(9) VALUE 0.
       01  ws-fail-on-feed-gap-flag    PIC X VALUE 'Y'.
       01  ws-fail-on-missing-feed-flag PIC X VALUE 'Y'.
       01  ws-registry-rewrite-flag    PIC X VALUE 'Y'.
           88  ws-registry-rewritten   VALUE 'Y'.
       01  ws-edited-sequence          PIC ZZZZZ9.
       01  ws-edited-expected-seq      PIC ZZZZZ9.
       01  ws-feed-verdict-text        PIC X(40).

       01  ws-current-date-time.
           05  ws-cdt-year         PIC 9(4).
           05  ws-cdt-month        PIC 9(2).
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ALL-INPUT-FILES
           PERFORM 2950-REJECT-ORPHAN-TRANSFERS
           PERFORM 2970-CHECK-EXPECTED-FEEDS
           PERFORM 6200-WRITE-NSF-FEE-FEED
      *> persist the final hold table as soon as all input is done,
      *> ahead of the reporting steps; the end-of-run checkpoint
      *> repeats the rewrite harmlessly.
           PERFORM 6100-REWRITE-HOLD-FILE
           PERFORM 6300-REWRITE-FEED-REGISTRY
           CLOSE output-file
           CLOSE reject-file
           CLOSE returned-item-file
           CLOSE audit-file
           CLOSE account-master
           CLOSE acct-maint-audit-file
           PERFORM 8500-WRITE-BALANCE-EXCEPTIONS
           CLOSE balance-master
           CLOSE balance-journal-file
      *> builds the list of input files for this run, and opens the
      *> files that stay open across the whole merge: a restart run
      *> reads the last checkpoint, confirms it matches this run's
      *> input file list, then rebuilds its run state from the
      *> journal and extends reject-file/audit-file instead of
      *> starting them over.
       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'RESTART'
      *> every data record is validated against the account master,
      *> so a run without one is a run that cannot tell a real
      *> account from a typo - refuse to start rather than post blind.
           OPEN I-O account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-acct-master-filename
               STOP RUN
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ACCOUNT_MAINT_AUDIT'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-acct-audit-filename
           END-IF
           OPEN EXTEND acct-maint-audit-file
           IF ws-acct-audit-status NOT = '00'
               AND ws-acct-audit-status NOT = '05'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-acct-audit-filename
                   ' for audit append, file status '
                   ws-acct-audit-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'TRAN_CODE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-released-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'RETURNED_ITEM_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-returned-item-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'NSF_FEE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-nsf-fee-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'NSF_FEE_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-nsf-fee-code
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'NSF_FEE_AMOUNT'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-nsf-fee-amount
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           OPEN I-O balance-master
           IF ws-balance-master-status NOT = '00'
                               MOVE ckp-records-converted
                                   TO ws-records-converted
                           END-IF
                           IF ckp-items-paid NUMERIC
                               MOVE ckp-items-paid TO ws-items-paid
                           END-IF
                           IF ckp-items-returned NUMERIC
                               MOVE ckp-items-returned
                                   TO ws-items-returned
                           END-IF
                           IF ckp-reversals-posted NUMERIC
                               MOVE ckp-reversals-posted
                                   TO ws-reversals-posted
                           END-IF
                           IF ckp-run-timestamp NOT = SPACES
                               MOVE ckp-run-timestamp
                                   TO ws-run-timestamp
                           END-IF
                   END-READ
                   CLOSE checkpoint-file
               END-IF
           IF ws-env-value = 'N' OR ws-env-value = 'n'
               MOVE 'N' TO ws-fail-on-dup-loss-flag
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'FAIL_ON_FEED_GAP'
           IF ws-env-value = 'N' OR ws-env-value = 'n'
               MOVE 'N' TO ws-fail-on-feed-gap-flag
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'FAIL_ON_MISSING_FEED'
           IF ws-env-value = 'N' OR ws-env-value = 'n'
               MOVE 'N' TO ws-fail-on-missing-feed-flag
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'FEED_REGISTRY_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-feed-registry-filename
           END-IF
           MOVE SPACES TO ws-dup-loss-file

      *> release held items before the input file list is built, so
           PERFORM 1200-BUILD-INPUT-FILE-TABLE
           PERFORM 1250-BUILD-INPUT-FILE-MANIFEST
           PERFORM 1450-INIT-FILE-STATS
           PERFORM 1470-LOAD-FEED-REGISTRY

      *> A restart is only safe to skip-ahead on if it is rerun
      *> against the same input files, in the same order, that the
               STOP RUN
           END-IF

      *> output-file is indexed and cumulative, so
      *> every run - fresh or restarted - opens it I-O to add records
      *> by key and to mark reversed items in place; reject-file and
      *> audit-file are line sequential and extend on a restart.
           OPEN I-O output-file
           IF ws-output-status NOT = '00'
               AND ws-output-status NOT = '05'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-output-filename
                   ' I-O, file status ' ws-output-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-restart-requested AND ws-last-checkpoint-count > 0
               PERFORM 1300-REBUILD-RUN-STATE-FROM-JOURNAL
               PERFORM 1330-REBUILD-NSF-FEE-TABLE
               OPEN EXTEND reject-file
               OPEN EXTEND audit-file
               OPEN EXTEND returned-item-file
           ELSE
               OPEN OUTPUT reject-file
               OPEN OUTPUT audit-file
               OPEN OUTPUT returned-item-file
           END-IF
           IF ws-returned-item-status NOT = '00'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-returned-item-filename
                   ', file status ' ws-returned-item-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               DISPLAY 'BasicCobolExample: unable to open '
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
               DISPLAY 'BasicCobolExample: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> Splits a space-separated INPUT_FILES list (if supplied) into
      *> ws-input-file-table so several daily source-system files can
      *> be merged into one run instead of hand-concatenating them
               END-STRING
           END-PERFORM.

      *> Repopulates ws-seen-key-table on a restart from the balance
      *> journal lines the interrupted run wrote under its own run
      *> timestamp, since a fresh run's table otherwise starts empty
      *> and cannot catch a post-checkpoint record that collides with
      *> a key posted before the crash (restart safety, reconciled
      *> with the in-memory dedup table).
      *> output-file itself is cumulative across days, so its keys
      *> can no longer say which records belong to this run; the
      *> journal can, line for line.  The same sweep re-derives the
      *> GL summary from those lines (see below), for the same
      *> reason.  A record that reached output-file but failed its
      *> balance posting has no journal line; its replay is still
      *> caught by the WRITE's duplicate-key status in 5000.
       1300-REBUILD-RUN-STATE-FROM-JOURNAL.
           CLOSE balance-journal-file
           MOVE 'N' TO ws-journal-rescan-eof
           OPEN INPUT balance-journal-file
           IF ws-balance-journal-status NOT = '00'
               MOVE 'Y' TO ws-journal-rescan-eof
           END-IF
           PERFORM UNTIL ws-journal-rescan-eof = 'Y'
               READ balance-journal-file
                   AT END
                       MOVE 'Y' TO ws-journal-rescan-eof
                   NOT AT END
                       IF jnl-run-timestamp = ws-run-timestamp
                           PERFORM 1310-REBUILD-FROM-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF ws-balance-journal-status NOT = '35'
               CLOSE balance-journal-file
           END-IF
           OPEN EXTEND balance-journal-file
           IF ws-balance-journal-status NOT = '00'
               AND ws-balance-journal-status NOT = '05'
               DISPLAY 'BasicCobolExample: unable to reopen '
                   ws-balance-journal-filename
                   ' for journal append, file status '
                   ws-balance-journal-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-REBUILD-FROM-JOURNAL-LINE.
           MOVE jnl-account-number TO ws-jkey-account
           MOVE jnl-tran-date      TO ws-jkey-date
           MOVE jnl-tran-code      TO ws-jkey-code
           IF ws-seen-key-count < 10000
               ADD 1 TO ws-seen-key-count
               MOVE ws-journal-key
                   TO ws-seen-key-table(ws-seen-key-count)
           ELSE
               ADD 1 TO ws-dup-coverage-lost-count
               IF ws-dup-loss-file = SPACES
                   MOVE ws-balance-journal-filename
                       TO ws-dup-loss-file
               END-IF
           END-IF
      *> the GL summary is re-derived from the same lines: each is a
      *> posting that reached output-file (its amount already in base
      *> currency), including postings made after the last checkpoint
      *> and before the crash, which this run will re-route as
      *> duplicates and would otherwise drop from the extract's
      *> totals.
           MOVE jnl-tran-date      TO ws-gl-post-date
           MOVE jnl-tran-code      TO ws-gl-post-code
           MOVE jnl-posting-amount TO ws-gl-post-amount
           PERFORM 5300-ACCUMULATE-GL-SUMMARY.

      *> Restart counterpart of the NSF fee bookkeeping: every
      *> account the pre-crash run returned an item for is already
      *> on the returned-item file, so the fee table is rebuilt from
      *> it before the file is reopened for append.  The feed is
      *> regenerated whole at end of run from the rebuilt table.
       1330-REBUILD-NSF-FEE-TABLE.
           MOVE 'N' TO ws-nsf-returned-eof
           OPEN INPUT returned-item-file
           IF ws-returned-item-status NOT = '00'
               MOVE 'Y' TO ws-nsf-returned-eof
           END-IF
           PERFORM UNTIL ws-nsf-returned-eof = 'Y'
               READ returned-item-file
                   AT END
                       MOVE 'Y' TO ws-nsf-returned-eof
                   NOT AT END
                       IF ret-reason-code = 'NSFUND'
                           MOVE ret-original-data TO ws-return-item
                           PERFORM 5710-REMEMBER-NSF-FEE
                       END-IF
               END-READ
           END-PERFORM
           IF ws-returned-item-status NOT = '35'
               CLOSE returned-item-file
           END-IF.

      *> Sweeps the hold warehouse at the start of a fresh run:
      *> items whose value date has arrived are written to the
      *> table; the hold file itself is deliberately left untouched
      *> until the first checkpoint rewrite, so a crash before then
      *> leaves a rerun able to regenerate the identical feed.  An
      *> absent hold file just releases nothing.  "Arrived" is
      *> judged against the business date, so an item value-dated
      *> on a weekend or holiday releases on the next business
      *> day's run.  An item with a date that has gone unreadable
      *> is kept, like ArchivePurge keeps what it cannot judge -
      *> and a released item is re-validated in full by the normal
      *> input path, so a hold that went stale (account since
      *> closed, code since retired) rejects there instead of
      *> posting blind.
       1350-RELEASE-HELD-ITEMS.
           PERFORM 1360-LOAD-HOLD-TABLE
      *> the feed must be provably writable before any table entry
               MOVE 0 TO ws-fs-reject-count(ws-fs-idx)
               MOVE 'N' TO ws-fs-mismatch-flag(ws-fs-idx)
               MOVE 'N' TO ws-fs-missing-flag(ws-fs-idx)
               MOVE SPACES TO ws-fs-source-id(ws-fs-idx)
               MOVE 0 TO ws-fs-sequence(ws-fs-idx)
               MOVE 0 TO ws-fs-expected-seq(ws-fs-idx)
               MOVE SPACES TO ws-fs-creation-date(ws-fs-idx)
               SET ws-fs-feed-legacy(ws-fs-idx) TO TRUE
           END-PERFORM.

      *> Tables the feed registry.  No registry at all is an empty
      *> table: feeds without a source id run as they always have,
      *> and any feed that does carry one is refused as unregistered.
      *> A row whose last sequence is unusable, or one past the
      *> table, would drop that source's history at the end-of-run
      *> rewrite, so the run refuses to start instead.
      *> A restart whose interrupted run already rewrote the
      *> registry finds this run's own timestamp on the sources it
      *> advanced, and steps each back to the sequence it held
      *> before, so every header is judged as it was the first time.
       1470-LOAD-FEED-REGISTRY.
           MOVE 0 TO ws-registry-count
           MOVE 'N' TO ws-registry-eof
           OPEN INPUT feed-registry-file
           IF ws-feed-registry-status NOT = '00'
               AND ws-feed-registry-status NOT = '05'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-feed-registry-filename
                   ', file status ' ws-feed-registry-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-registry-eof = 'Y'
               READ feed-registry-file
                   AT END
                       MOVE 'Y' TO ws-registry-eof
                   NOT AT END
                       IF frg-source-id NOT = SPACES
                           PERFORM 1475-TABLE-REGISTRY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE feed-registry-file.

       1475-TABLE-REGISTRY-ROW.
           IF frg-last-sequence NOT NUMERIC
               OR ws-registry-count NOT < 50
               DISPLAY 'BasicCobolExample: feed registry row for '
                   frg-source-id ' in ' ws-feed-registry-filename
                   ' is unusable or past the table - refusing to '
                   'run without it'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-registry-count
           MOVE frg-source-id
               TO ws-reg-source-id(ws-registry-count)
           MOVE frg-expected-flag
               TO ws-reg-expected-flag(ws-registry-count)
           MOVE frg-last-sequence
               TO ws-reg-last-sequence(ws-registry-count)
           IF frg-prior-sequence NUMERIC
               MOVE frg-prior-sequence
                   TO ws-reg-prior-sequence(ws-registry-count)
           ELSE
               MOVE 0 TO ws-reg-prior-sequence(ws-registry-count)
           END-IF
           MOVE frg-last-creation-date
               TO ws-reg-last-creation(ws-registry-count)
           MOVE frg-last-business-date
               TO ws-reg-last-business(ws-registry-count)
           MOVE frg-last-run-timestamp
               TO ws-reg-last-run(ws-registry-count)
           MOVE frg-description
               TO ws-reg-description(ws-registry-count)
           MOVE 0 TO ws-reg-files-accepted(ws-registry-count)
           IF ws-restart-requested AND ws-last-checkpoint-count > 0
               AND frg-last-run-timestamp = ws-run-timestamp
               MOVE ws-reg-prior-sequence(ws-registry-count)
                   TO ws-reg-last-sequence(ws-registry-count)
               MOVE SPACES TO ws-reg-last-run(ws-registry-count)
           END-IF.

      *> Loads the transaction-code reference file into the
      *> working-storage table.  A run that cannot read the table, or
      *> reads an empty one, would post every code unchecked, so it
                               MOVE tcf-active-flag
                                   TO ws-tcode-active-flag
                                       (ws-tran-code-count)
                               MOVE tcf-customer-flag
                                   TO ws-tcode-customer-flag
                                       (ws-tran-code-count)
                           ELSE
                               ADD 1 TO ws-tran-codes-skipped
                           END-IF

      *> Processes each input file in turn, copying/validating its
      *> data records into the single shared output.txt (request 004).
      *> A file whose header the feed registry refuses is not read
      *> for posting at all.
       2000-PROCESS-ALL-INPUT-FILES.
           PERFORM VARYING ws-file-idx FROM 1 BY 1
                   UNTIL ws-file-idx > ws-input-file-count
               MOVE ws-input-file-table(ws-file-idx)
                   TO ws-input-filename
               PERFORM 2050-CHECK-FEED-HEADER
               IF NOT ws-fs-feed-refused(ws-file-idx)
                   MOVE 'N' TO ws-end-of-file
                   MOVE 0 TO ws-file-data-count
                   MOVE 0 TO ws-file-trailer-expected
                   MOVE 'N' TO ws-file-saw-trailer-flag
                   OPEN INPUT input-file
                   PERFORM UNTIL ws-end-of-file = 'Y'
                       READ input-file
                           AT END
                               MOVE 'Y' TO ws-end-of-file
                           NOT AT END
                               ADD 1 TO ws-records-read
                               PERFORM 2200-HANDLE-ONE-RECORD
                       END-READ
                   END-PERFORM
      *> ws-last-reconciled-count only advances past a file once 2900
      *> has actually run for it (below), never merely because its
      *> last record was read - a checkpoint taken between reading the
      *> checkpoint can land anywhere) must not be mistaken for proof
      *> that this file's trailer was reconciled, or a genuine mismatch
      *> could be silently lost on restart (request 005).
                   IF NOT (ws-restart-requested
                           AND ws-records-read
                               <= ws-last-reconciled-count)
                       PERFORM 2900-CHECK-TRAILER-RECONCILIATION
                       MOVE ws-records-read TO ws-last-reconciled-count
                   END-IF
                   CLOSE input-file
               END-IF
           END-PERFORM.

      *> Reads the first record of the input file ahead of the main
      *> pass and judges its header against the feed registry, so a
      *> file refused as a whole is refused before any of its records
      *> can post.  A file with no header, or a header with no source
      *> id, is a feed from before the registry (the feeds this
      *> system writes for itself among them) and passes unchecked.
       2050-CHECK-FEED-HEADER.
           MOVE SPACES TO ws-fs-source-id(ws-file-idx)
           MOVE 0 TO ws-fs-sequence(ws-file-idx)
           MOVE 0 TO ws-fs-expected-seq(ws-file-idx)
           MOVE SPACES TO ws-fs-creation-date(ws-file-idx)
           SET ws-fs-feed-legacy(ws-file-idx) TO TRUE
           OPEN INPUT input-file
           IF ws-input-status NOT = '00'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-input-filename
                   ', file status ' ws-input-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO input-record
           READ input-file
               AT END
                   MOVE SPACES TO input-record
           END-READ
           CLOSE input-file
           IF in-is-header AND in-source-id NOT = SPACES
               PERFORM 2060-JUDGE-FEED-HEADER
           ELSE
               ADD 1 TO ws-feeds-legacy
           END-IF.

      *> A sequence at or below the last one accepted from the source
      *> is a file already processed (or an older one) and is
      *> refused.  One past the next expected is accepted - the file
      *> is genuine - but leaves a gap where the files between should
      *> have been.  A source not on the registry, or a header whose
      *> sequence or creation date is unusable, cannot be checked at
      *> all and is refused as well.
       2060-JUDGE-FEED-HEADER.
           MOVE in-source-id TO ws-fs-source-id(ws-file-idx)
           MOVE in-creation-date TO ws-fs-creation-date(ws-file-idx)
           MOVE 0 TO ws-reg-found-idx
           PERFORM VARYING ws-reg-idx FROM 1 BY 1
                   UNTIL ws-reg-idx > ws-registry-count
               IF ws-reg-source-id(ws-reg-idx) = in-source-id
                   MOVE ws-reg-idx TO ws-reg-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-reg-found-idx = 0
                   SET ws-fs-feed-unregistered(ws-file-idx) TO TRUE
                   ADD 1 TO ws-feeds-unusable
               WHEN in-file-sequence NOT NUMERIC
                   OR in-creation-date NOT NUMERIC
                   SET ws-fs-feed-bad-header(ws-file-idx) TO TRUE
                   ADD 1 TO ws-feeds-unusable
               WHEN in-file-sequence = 0
                   SET ws-fs-feed-bad-header(ws-file-idx) TO TRUE
                   ADD 1 TO ws-feeds-unusable
               WHEN OTHER
                   MOVE in-file-sequence TO ws-fs-sequence(ws-file-idx)
                   COMPUTE ws-fs-expected-seq(ws-file-idx) =
                       ws-reg-last-sequence(ws-reg-found-idx) + 1
                   IF in-file-sequence
                           NOT > ws-reg-last-sequence(ws-reg-found-idx)
                       SET ws-fs-feed-duplicate(ws-file-idx) TO TRUE
                       ADD 1 TO ws-feeds-duplicate
                   ELSE
                       IF in-file-sequence
                               > ws-fs-expected-seq(ws-file-idx)
                           SET ws-fs-feed-gap(ws-file-idx) TO TRUE
                           ADD 1 TO ws-feed-gaps
                       ELSE
                           SET ws-fs-feed-accepted(ws-file-idx)
                               TO TRUE
                       END-IF
                       PERFORM 2070-ADVANCE-FEED-REGISTRY
                   END-IF
           END-EVALUATE
           IF ws-fs-feed-refused(ws-file-idx)
               DISPLAY 'BasicCobolExample: feed ' in-source-id
                   ' sequence ' in-file-sequence ' refused - '
                   ws-input-filename
           END-IF.

      *> The first acceptance for a source in this run keeps the
      *> sequence it replaces as the step-back point for a restart.
       2070-ADVANCE-FEED-REGISTRY.
           ADD 1 TO ws-feeds-accepted
           IF ws-reg-last-run(ws-reg-found-idx) NOT = ws-run-timestamp
               MOVE ws-reg-last-sequence(ws-reg-found-idx)
                   TO ws-reg-prior-sequence(ws-reg-found-idx)
               MOVE ws-run-timestamp
                   TO ws-reg-last-run(ws-reg-found-idx)
           END-IF
           MOVE in-file-sequence
               TO ws-reg-last-sequence(ws-reg-found-idx)
           MOVE in-creation-date
               TO ws-reg-last-creation(ws-reg-found-idx)
           MOVE ws-today-text
               TO ws-reg-last-business(ws-reg-found-idx)
           ADD 1 TO ws-reg-files-accepted(ws-reg-found-idx).

      *> Recognizes leading header and trailing trailer control rows
      *> so they are not copied through as if they were data; data
      *> records fall through to the normal restart/validate/route
               END-IF
           END-PERFORM.

      *> An expected source with no file accepted this run - none
      *> arrived, or only a refused one did - is a missing feed.
       2970-CHECK-EXPECTED-FEEDS.
           MOVE 0 TO ws-feeds-missing
           PERFORM VARYING ws-reg-idx FROM 1 BY 1
                   UNTIL ws-reg-idx > ws-registry-count
               IF ws-reg-expected-daily(ws-reg-idx)
                   AND ws-reg-files-accepted(ws-reg-idx) = 0
                   ADD 1 TO ws-feeds-missing
               END-IF
           END-PERFORM.

      *> Validates the shape of the transaction record and routes it
      *> to output-file when it looks sound, or to the reject/suspense
      *> file with a reason code otherwise (request 001).
      *> COPIED outcome assumed here.  A transfer leg never reaches
      *> 5000 on its own: the pairing path posts both legs together
      *> or neither.
      *> any other debit must clear the available-funds decision
      *> first; one returned unpaid never reaches output-file.
      *> a reversal is a correction, not a customer debit: it puts
      *> back what the original did, so it is never returned unpaid.
                   EVALUATE TRUE
                       WHEN in-is-transfer
                           PERFORM 2350-PAIR-TRANSFER-LEG
                       WHEN in-is-reversal
                           PERFORM 5000-WRITE-OUTPUT-RECORD
                       WHEN OTHER
                           MOVE in-account-number TO ws-funds-account
                           MOVE ws-converted-amount TO ws-funds-amount
                           MOVE ws-tcode-found-idx TO ws-funds-tcode-idx
                           PERFORM 2330-DECIDE-AVAILABLE-FUNDS
                           IF ws-funds-return
                               MOVE 'NSFUND' TO ws-return-reason-code
                               MOVE 'insufficient funds-returned'
                                   TO ws-return-reason-text
                               MOVE input-record TO ws-return-item
                               PERFORM 5700-RETURN-UNPAID-ITEM
                               MOVE 'RETURNED-NSF'
                                   TO ws-audit-disposition
                           ELSE
                               PERFORM 5000-WRITE-OUTPUT-RECORD
                               IF ws-funds-pay
                                   AND ws-audit-disposition = 'COPIED'
                                   ADD 1 TO ws-items-paid
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           ELSE
               MOVE ws-reject-reason-code TO rej-reason-code
               END-IF
           END-IF.

      *> The available-funds decision for one debit, staged in the
      *> ws-funds-* fields: paid if the amount fits inside the
      *> account's current balance plus its overdraft limit,
      *> returned otherwise.  The balance is the live one on the
      *> balance master, so earlier postings in this same run count
      *> against it.  A credit, or the NSF fee itself, is not
      *> decisioned at all.  An account with no balance record yet
      *> has a balance of zero; a limit that is not numeric (a
      *> master record loaded before limits existed) counts as no
      *> overdraft.
       2330-DECIDE-AVAILABLE-FUNDS.
           MOVE 'N' TO ws-funds-decision-flag
           MOVE 0 TO ws-available-funds
           IF ws-tcode-is-debit(ws-funds-tcode-idx)
               AND ws-tcode-code(ws-funds-tcode-idx)
                   NOT = ws-nsf-fee-code
               MOVE 0 TO ws-funds-limit
               MOVE ws-funds-account TO acct-account-number
               READ account-master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF acct-overdraft-limit NUMERIC
                           MOVE acct-overdraft-limit
                               TO ws-funds-limit
                       END-IF
               END-READ
               MOVE 0 TO ws-funds-balance
               MOVE ws-funds-account TO bal-account-number
               READ balance-master
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE bal-current-balance TO ws-funds-balance
               END-READ
               COMPUTE ws-available-funds =
                   ws-funds-balance + ws-funds-limit
               IF ws-funds-amount > ws-available-funds
                   MOVE 'R' TO ws-funds-decision-flag
               ELSE
                   MOVE 'P' TO ws-funds-decision-flag
               END-IF
           END-IF.

      *> Decides what to do with one validated, non-duplicate
      *> transfer leg.  A leg whose pair reference is already known
      *> to be poisoned rejects at once; a leg whose partner is
      *> first.  If the first leg cannot be written neither is; if
      *> the second fails after the first landed, the half-posted
      *> count fails the run's verdict, since the first leg cannot
      *> be taken back out of a file open OUTPUT.  Before either
      *> leg is written the debit leg must clear the available-funds
      *> decision; a transfer the debit account cannot cover is
      *> returned unpaid whole, both legs, never posted one-sided.
       2360-POST-MATCHED-PAIR.
           PERFORM 2355-PARK-TRANSFER-LEG
           IF NOT ws-park-ok
               PERFORM 2385-POISON-PAIR-REFERENCE
               MOVE 'REJECTED' TO ws-audit-disposition
           ELSE
               PERFORM 2365-DECIDE-TRANSFER-FUNDS
           END-IF
           IF ws-park-ok AND ws-nsf-leg-idx > 0
               PERFORM 2367-RETURN-TRANSFER-PAIR
               MOVE SPACE TO ws-pend-state(ws-pend-found-idx)
               MOVE SPACE TO ws-pend-state(ws-pend-park-idx)
           END-IF
           IF ws-park-ok AND ws-nsf-leg-idx = 0
               MOVE ws-pend-found-idx TO ws-pend-use-idx
               PERFORM 5600-WRITE-TRANSFER-LEG
               IF ws-leg-write-ok
                   PERFORM 5600-WRITE-TRANSFER-LEG
                   IF ws-leg-write-ok
                       ADD 1 TO ws-transfer-pairs-posted
                       ADD ws-paid-legs TO ws-items-paid
                       MOVE 'TRANSFER-POSTED'
                           TO ws-audit-disposition
                   ELSE
               MOVE SPACE TO ws-pend-state(ws-pend-park-idx)
           END-IF.

      *> Runs the available-funds decision over both legs of a
      *> matched pair, parked partner first, stopping at the first
      *> leg that must be returned (ws-nsf-leg-idx); ws-paid-legs
      *> counts the debit legs that cleared, for the items-paid
      *> total once the pair actually posts.
       2365-DECIDE-TRANSFER-FUNDS.
           MOVE 0 TO ws-nsf-leg-idx
           MOVE 0 TO ws-paid-legs
           MOVE ws-pend-found-idx TO ws-pend-use-idx
           PERFORM 2366-DECIDE-ONE-TRANSFER-LEG
           IF ws-nsf-leg-idx = 0
               MOVE ws-pend-park-idx TO ws-pend-use-idx
               PERFORM 2366-DECIDE-ONE-TRANSFER-LEG
           END-IF.

       2366-DECIDE-ONE-TRANSFER-LEG.
           MOVE ws-pend-account(ws-pend-use-idx) TO ws-funds-account
           MOVE ws-pend-amount(ws-pend-use-idx) TO ws-funds-amount
           MOVE ws-pend-tcode(ws-pend-use-idx) TO ws-funds-tcode-idx
           PERFORM 2330-DECIDE-AVAILABLE-FUNDS
           EVALUATE TRUE
               WHEN ws-funds-return
                   MOVE ws-pend-use-idx TO ws-nsf-leg-idx
               WHEN ws-funds-pay
                   ADD 1 TO ws-paid-legs
           END-EVALUATE.

      *> Returns both legs of a pair whose debit leg failed the
      *> funds decision: the debit leg as the NSF item itself (and
      *> the one its account is charged the fee for), the other leg
      *> as the partner of a returned item, with no funds figure of
      *> its own and not counted again as an item returned.
       2367-RETURN-TRANSFER-PAIR.
           IF ws-nsf-leg-idx = ws-pend-found-idx
               MOVE ws-pend-park-idx TO ws-nsf-partner-idx
           ELSE
               MOVE ws-pend-found-idx TO ws-nsf-partner-idx
           END-IF
           MOVE 'NSFUND' TO ws-return-reason-code
           MOVE 'insufficient funds-returned'
               TO ws-return-reason-text
           MOVE ws-pend-original(ws-nsf-leg-idx) TO ws-return-item
           PERFORM 5700-RETURN-UNPAID-ITEM
           MOVE 'NSFPAR' TO ws-return-reason-code
           MOVE 'transfer partner returned unpaid'
               TO ws-return-reason-text
           MOVE 0 TO ws-available-funds
           MOVE ws-pend-original(ws-nsf-partner-idx) TO ws-return-item
           PERFORM 5700-RETURN-UNPAID-ITEM
           ADD 1 TO ws-transfer-pairs-returned
           MOVE 'RETURNED-NSF' TO ws-audit-disposition.

      *> Shared reject path for one leg of a failed pair; the
      *> caller stages the leg's original bytes first.
       2370-REJECT-PAIR-LEG.
                               IF ws-record-is-valid
                                   PERFORM 2316-CHECK-TRAN-CODE
                               END-IF
                               IF ws-record-is-valid
                                   AND ws-account-is-dormant
                                   PERFORM 2314-CHECK-DORMANT-ACTIVITY
                               END-IF
                               IF ws-record-is-valid
                                   AND in-is-transfer
                                   PERFORM 2318-CHECK-TRANSFER-FIELDS
                               END-IF
                               IF ws-record-is-valid
                                   AND in-is-reversal
                                   PERFORM 2319-CHECK-REVERSAL-TARGET
                               END-IF
                           END-IF
                       END-IF
                   END-IF
      *> goes to reject-file with its own reason code instead of
      *> sailing through to output.txt.
       2315-CHECK-ACCOUNT-MASTER.
           MOVE 'N' TO ws-account-dormant-flag
           MOVE in-account-number TO acct-account-number
           READ account-master
               INVALID KEY
                           MOVE 'FRZACT' TO ws-reject-reason-code
                           MOVE 'account is frozen'
                               TO ws-reject-reason-text
      *> a dormant account's fate turns on the code's nature and
      *> origin, which 2316 has not resolved yet: note it here and
      *> let 2314 judge once the code is known.
                       WHEN acct-account-dormant
                           MOVE 'Y' TO ws-account-dormant-flag
                   END-EVALUATE
           END-READ.

      *> A customer debit against a dormant account goes to suspense
      *> for review - someone touching an account silent for months
      *> is exactly what dormancy exists to catch.  A reversal is a
      *> correction, not customer activity, and posts.
       2314-CHECK-DORMANT-ACTIVITY.
           IF ws-tcode-is-debit(ws-tcode-found-idx)
               AND ws-tcode-is-customer(ws-tcode-found-idx)
               AND NOT in-is-reversal
               MOVE 'N' TO ws-valid-record-flag
               MOVE 'DRMACT' TO ws-reject-reason-code
               MOVE 'dormant account debit-suspense'
                   TO ws-reject-reason-text
               ADD 1 TO ws-dormant-debits-held
           END-IF.

      *> Resolves the record's amount to base currency.  A blank or
      *> base-currency code passes the amount through untouched; any
      *> other code needs a rate table entry for that currency and
                   TO ws-reject-reason-text
           END-IF.

      *> A reversal must name an item that is on output-file, is not
      *> itself a reversal, and has not been reversed already; its
      *> code must be of the opposite nature to the original's (so
      *> the posting undoes it rather than doubling it) and its
      *> amount must be the original's.  Reversals are keyed like
      *> any record, so an account can carry only one reversal per
      *> date and reversal code.  Archived items are beyond reach:
      *> they are no longer on output-file to be found or marked.
       2319-CHECK-REVERSAL-TARGET.
           MOVE in-account-number TO out-account-number
           MOVE in-orig-tran-date TO out-tran-date
           MOVE in-orig-tran-code TO out-tran-code
           READ output-file
               INVALID KEY
                   CONTINUE
           END-READ
           IF ws-output-status NOT = '00'
               MOVE 'N' TO ws-valid-record-flag
               MOVE 'RVNORG' TO ws-reject-reason-code
               MOVE 'reversed item not on file'
                   TO ws-reject-reason-text
           ELSE
               EVALUATE TRUE
                   WHEN out-is-reversal
                       MOVE 'N' TO ws-valid-record-flag
                       MOVE 'RVRVRS' TO ws-reject-reason-code
                       MOVE 'cannot reverse a reversal'
                           TO ws-reject-reason-text
                   WHEN out-item-reversed
                       PERFORM 2321-CHECK-REVERSAL-REPEAT
                   WHEN OTHER
                       PERFORM 2322-CHECK-REVERSAL-TERMS
               END-EVALUATE
           END-IF.

      *> The original is already marked reversed.  If the reversal
      *> that did it is this very record - a restart replaying its
      *> skip window, or a feed resubmitted - it is let through so
      *> the duplicate handling skips it quietly; any other reversal
      *> of a reversed item is a second reversal and rejects.
       2321-CHECK-REVERSAL-REPEAT.
           MOVE in-account-number TO out-account-number
           MOVE in-tran-date      TO out-tran-date
           MOVE in-tran-code      TO out-tran-code
           READ output-file
               INVALID KEY
                   MOVE SPACES TO output-record
           END-READ
           IF out-is-reversal
               AND out-orig-tran-date = in-orig-tran-date
               AND out-orig-tran-code = in-orig-tran-code
               CONTINUE
           ELSE
               MOVE 'N' TO ws-valid-record-flag
               MOVE 'RVDUPL' TO ws-reject-reason-code
               MOVE 'item already reversed'
                   TO ws-reject-reason-text
           END-IF.

       2322-CHECK-REVERSAL-TERMS.
           MOVE 0 TO ws-rev-orig-tcode-idx
           PERFORM VARYING ws-tcode-idx FROM 1 BY 1
                   UNTIL ws-tcode-idx > ws-tran-code-count
               IF ws-tcode-code(ws-tcode-idx) = out-tran-code
                   MOVE ws-tcode-idx TO ws-rev-orig-tcode-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-rev-orig-tcode-idx = 0
                   MOVE 'N' TO ws-valid-record-flag
                   MOVE 'RVCODE' TO ws-reject-reason-code
                   MOVE 'reversed item code not on table'
                       TO ws-reject-reason-text
               WHEN ws-tcode-debit-credit(ws-rev-orig-tcode-idx)
                       = ws-tcode-debit-credit(ws-tcode-found-idx)
                   MOVE 'N' TO ws-valid-record-flag
                   MOVE 'RVCODE' TO ws-reject-reason-code
                   MOVE 'reversal code does not offset'
                       TO ws-reject-reason-text
               WHEN ws-converted-amount NOT = out-amount
                   MOVE 'N' TO ws-valid-record-flag
                   MOVE 'RVAMNT' TO ws-reject-reason-code
                   MOVE 'amount differs from reversed item'
                       TO ws-reject-reason-text
           END-EVALUATE.

      *> Builds the output record field-by-field from the transaction
      *> layout (request 003) rather than moving the 80-byte record as
      *> an opaque unit.
      *> in-memory duplicate check (request 008) already keeps the
      *> same key from being written twice, so INVALID KEY here is a
      *> safety net, not the primary defense.
      *> A reversal keeps its 'R' type and the original's key on
      *> output-file, so the two stay linked for every reader.
       5000-WRITE-OUTPUT-RECORD.
           IF in-is-reversal
               MOVE 'R'           TO out-record-type
           ELSE
               MOVE 'D'           TO out-record-type
           END-IF
           MOVE in-account-number TO out-account-number
           MOVE in-tran-date      TO out-tran-date
           MOVE in-tran-code      TO out-tran-code
           MOVE ws-converted-amount TO out-amount
           MOVE in-description    TO out-description
           MOVE SPACES            TO out-currency-code
           MOVE SPACES            TO out-item-status
           WRITE output-record
               INVALID KEY
                   IF ws-output-status = '22'
                       MOVE in-tran-code TO ws-gl-post-code
                       MOVE ws-converted-amount TO ws-gl-post-amount
                       PERFORM 5300-ACCUMULATE-GL-SUMMARY
                       IF in-is-reversal
                           ADD 1 TO ws-reversals-posted
                           MOVE 'REVERSAL-POSTED'
                               TO ws-audit-disposition
                           PERFORM 5500-MARK-ORIGINAL-REVERSED
                       END-IF
                   ELSE
      *> a non-key I/O failure (disk full, permission error, etc.)
      *> does not raise INVALID KEY, so it falls through to here; it
                   END-IF
           END-WRITE.

      *> Marks the item a reversal just cancelled as reversed on
      *> output-file, so it cannot be reversed a second time and
      *> every reader can show it as cancelled.
       5500-MARK-ORIGINAL-REVERSED.
           MOVE in-account-number TO out-account-number
           MOVE in-orig-tran-date TO out-tran-date
           MOVE in-orig-tran-code TO out-tran-code
           READ output-file
               INVALID KEY
                   CONTINUE
           END-READ
           IF ws-output-status = '00'
               MOVE 'V' TO out-item-status
               REWRITE output-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF ws-output-status NOT = '00'
               ADD 1 TO ws-reversal-mark-errors
           END-IF.

      *> Applies the posting just written to output-file to the
      *> account's running balance: debits reduce the balance and
      *> credits increase it, per the transaction code's nature from
           IF ws-balance-master-status = '00'
               ADD 1 TO ws-postings-applied
               PERFORM 5220-WRITE-BALANCE-JOURNAL
      *> a reversal is a correction, not customer activity, even
      *> under a customer credit code: it never wakes a dormant
      *> account, as 2314 and DormancyScan already hold.
               IF ws-tcode-is-credit(ws-tcode-found-idx)
                   AND ws-tcode-is-customer(ws-tcode-found-idx)
                   AND NOT out-is-reversal
                   PERFORM 5260-REACTIVATE-DORMANT-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO ws-posting-errors
           END-IF
               END-IF
           END-IF.

      *> A customer credit just posted: if its account is dormant,
      *> the customer is back, so the account returns to open with
      *> its dormancy dates cleared, and the change goes on the
      *> account maintenance audit with before and after images
      *> exactly as AccountMasterMaint would write it.  A failed
      *> rewrite leaves the account dormant - its debits would keep
      *> going to suspense - so it is audited as refused and fails
      *> the verdict.
       5260-REACTIVATE-DORMANT-ACCOUNT.
           MOVE out-account-number TO acct-account-number
           READ account-master
               INVALID KEY
                   CONTINUE
           END-READ
           IF ws-acct-master-status = '00' AND acct-account-dormant
               MOVE account-master-record TO ws-acct-before-image
               SET acct-account-open TO TRUE
               MOVE SPACES TO acct-last-activity-date
               MOVE SPACES TO acct-dormant-date
               REWRITE account-master-record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 7000-BUILD-TIMESTAMP
               MOVE SPACES TO acct-maint-audit-record
               MOVE ws-timestamp-text  TO mad-timestamp
               MOVE 'R'                TO mad-action
               MOVE out-account-number TO mad-account-number
               MOVE ws-acct-before-image TO mad-before-image
               IF ws-acct-master-status = '00'
                   ADD 1 TO ws-accounts-reactivated
                   MOVE 'CHANGE' TO mad-result
                   MOVE 'reactivated by customer credit'
                       TO mad-reason
                   MOVE account-master-record TO mad-after-image
               ELSE
                   ADD 1 TO ws-reactivation-errors
                   MOVE 'REFUSE' TO mad-result
                   STRING 'master write failed, status '
                       ws-acct-master-status DELIMITED BY SIZE
                       INTO mad-reason
                   END-STRING
                   MOVE ws-acct-before-image TO mad-after-image
               END-IF
               WRITE acct-maint-audit-record
           END-IF.

      *> Folds one posting - staged in the ws-gl-post-* fields by the
      *> caller - into the GL summary for its (tran-date, tran-code)
      *> combination.  Only records that actually reached output-file
      *> are ever staged (the live COPIED path in 5000, or the
      *> restart rebuild sweep of this run's journal in 1300), so
      *> rejects, suspense items, and duplicate skips never leak
      *> into the GL extract's totals.
       5300-ACCUMULATE-GL-SUMMARY.
           MOVE ws-pend-amount(ws-pend-use-idx) TO out-amount
           MOVE ws-pend-desc(ws-pend-use-idx) TO out-description
           MOVE SPACES TO out-currency-code
           MOVE SPACES TO out-item-status
           WRITE output-record
               INVALID KEY
                   CONTINUE
                   END-IF
           END-WRITE.

      *> Writes one item returned unpaid to the returned-item file,
      *> from the reason and original bytes the caller staged.  An
      *> item that is neither posted nor on this file has vanished,
      *> so a failed write is counted and fails the verdict.  Only
      *> the NSF item itself earns its account the fee, and only it
      *> counts as an item returned: a transfer's credit partner
      *> goes back under its own NSFPAR reason but is not counted a
      *> second time, so one returned transfer is one item in the
      *> run totals and the history record.
       5700-RETURN-UNPAID-ITEM.
           MOVE SPACES TO returned-item-record
           MOVE ws-return-reason-code TO ret-reason-code
           MOVE ws-return-reason-text TO ret-reason-text
           MOVE ws-available-funds    TO ret-available-funds
           MOVE ws-return-item        TO ret-original-data
           WRITE returned-item-record
           IF ws-returned-item-status NOT = '00'
               ADD 1 TO ws-returned-write-errors
           END-IF
           IF ws-return-reason-code NOT = 'NSFPAR'
               ADD 1 TO ws-items-returned
           END-IF
           IF ws-return-reason-code = 'NSFUND'
               PERFORM 5710-REMEMBER-NSF-FEE
           END-IF.

      *> Adds the returned item's account to the NSF fee table
      *> unless it is already charged this run.
       5710-REMEMBER-NSF-FEE.
           MOVE 'N' TO ws-nsf-fee-found-flag
           PERFORM VARYING ws-nsf-fee-idx FROM 1 BY 1
                   UNTIL ws-nsf-fee-idx > ws-nsf-fee-count
               IF ws-nsf-fee-account(ws-nsf-fee-idx)
                       = rti-account-number
                   MOVE 'Y' TO ws-nsf-fee-found-flag
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-nsf-fee-found-flag = 'N'
               IF ws-nsf-fee-count < 1000
                   ADD 1 TO ws-nsf-fee-count
                   MOVE rti-account-number
                       TO ws-nsf-fee-account(ws-nsf-fee-count)
               ELSE
                   ADD 1 TO ws-nsf-fees-lost
               END-IF
           END-IF.

      *> Builds a human-readable YYYY-MM-DD HH:MM:SS timestamp into
      *> ws-timestamp-text, shared by the control report and the
      *> checkpoint file.
           MOVE ws-postings-applied TO ckp-postings-applied
           MOVE ws-posting-errors TO ckp-posting-errors
           MOVE ws-records-converted TO ckp-records-converted
           MOVE ws-items-paid TO ckp-items-paid
           MOVE ws-items-returned TO ckp-items-returned
           MOVE ws-reversals-posted TO ckp-reversals-posted
           MOVE ws-run-timestamp TO ckp-run-timestamp
           WRITE checkpoint-record
           IF ws-checkpoint-status NOT = '00'
               DISPLAY 'BasicCobolExample: checkpoint write to '
           END-PERFORM
           CLOSE hold-file.

      *> Rewrites the feed registry from the table, carrying this
      *> run's acceptances.  Done once, after all input is read, so a
      *> crash before it leaves the registry as the run found it and
      *> a crash after it is stepped back by the restart's load.  A
      *> registry that cannot be rewritten would let the next run
      *> accept today's files again, which fails the verdict.
       6300-REWRITE-FEED-REGISTRY.
           IF ws-registry-count > 0
               OPEN OUTPUT feed-registry-file
               IF ws-feed-registry-status NOT = '00'
                   DISPLAY 'BasicCobolExample: unable to rewrite '
                       ws-feed-registry-filename
                       ', file status ' ws-feed-registry-status
                   MOVE 'N' TO ws-registry-rewrite-flag
               ELSE
                   PERFORM VARYING ws-reg-idx FROM 1 BY 1
                           UNTIL ws-reg-idx > ws-registry-count
                       MOVE SPACES TO feed-registry-record
                       MOVE ws-reg-source-id(ws-reg-idx)
                           TO frg-source-id
                       MOVE ws-reg-expected-flag(ws-reg-idx)
                           TO frg-expected-flag
                       MOVE ws-reg-last-sequence(ws-reg-idx)
                           TO frg-last-sequence
                       MOVE ws-reg-prior-sequence(ws-reg-idx)
                           TO frg-prior-sequence
                       MOVE ws-reg-last-creation(ws-reg-idx)
                           TO frg-last-creation-date
                       MOVE ws-reg-last-business(ws-reg-idx)
                           TO frg-last-business-date
                       MOVE ws-reg-last-run(ws-reg-idx)
                           TO frg-last-run-timestamp
                       MOVE ws-reg-description(ws-reg-idx)
                           TO frg-description
                       WRITE feed-registry-record
                       IF ws-feed-registry-status NOT = '00'
                           MOVE 'N' TO ws-registry-rewrite-flag
                       END-IF
                   END-PERFORM
                   CLOSE feed-registry-file
               END-IF
           END-IF.

      *> Writes the NSF fee feed from the fee table: header, one fee
      *> debit per charged account dated this processing date, and
      *> a trailer carrying the count.  Written every run, empty or
      *> not, so the next run's INPUT_FILES can always name it.  A
      *> feed that cannot be written loses the day's fees, which
      *> fails the verdict rather than the posting already done.
       6200-WRITE-NSF-FEE-FEED.
           OPEN OUTPUT nsf-fee-file
           IF ws-nsf-fee-status NOT = '00'
               DISPLAY 'BasicCobolExample: unable to open '
                   ws-nsf-fee-filename
                   ' for the NSF fee feed, file status '
                   ws-nsf-fee-status
               MOVE 'N' TO ws-nsf-fee-feed-flag
           ELSE
               MOVE SPACES TO nsf-fee-record
               MOVE 'H' TO nsf-record-type
               WRITE nsf-fee-record
               PERFORM VARYING ws-nsf-fee-idx FROM 1 BY 1
                       UNTIL ws-nsf-fee-idx > ws-nsf-fee-count
                   MOVE SPACES TO nsf-fee-record
                   MOVE 'D' TO nsf-record-type
                   MOVE ws-nsf-fee-account(ws-nsf-fee-idx)
                       TO nsf-account-number
                   MOVE ws-today-text TO nsf-tran-date
                   MOVE ws-nsf-fee-code TO nsf-tran-code
                   MOVE ws-nsf-fee-amount TO nsf-amount
                   MOVE 'NSF FEE - ITEM RETURNED UNPAID'
                       TO nsf-description
                   WRITE nsf-fee-record
                   IF ws-nsf-fee-status NOT = '00'
                       MOVE 'N' TO ws-nsf-fee-feed-flag
                   END-IF
               END-PERFORM
               MOVE SPACES TO nsf-fee-record
               MOVE 'T' TO nsf-record-type
               MOVE ws-nsf-fee-count TO nsf-trailer-count
               WRITE nsf-fee-record
               IF ws-nsf-fee-status NOT = '00'
                   MOVE 'N' TO ws-nsf-fee-feed-flag
               END-IF
               CLOSE nsf-fee-file
           END-IF.

      *> Prints a small control report (record counts in/out, run
      *> date/time) so the job can be reconciled against the upstream
      *> feed's count before output.txt is released downstream.
           END-STRING
           WRITE report-line

           MOVE ws-items-paid TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Debit items paid (funds decisioned): '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-items-returned TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Items returned unpaid (NSF): ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-transfer-pairs-returned TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Transfer pairs returned unpaid: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-nsf-fee-count TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'NSF fees generated: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-nsf-fees-lost TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'NSF fees lost (table full): ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-returned-write-errors TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Returned-item write errors: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-reversals-posted TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Reversals posted: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-reversal-mark-errors TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Reversed items not marked: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-dormant-debits-held TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Dormant account debits to suspense: '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-reactivated TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Dormant accounts reactivated: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-reactivation-errors TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Reactivation write errors: ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           PERFORM 8100-WRITE-FEED-SECTION
           CLOSE report-file.

      *> The inbound feed section of the control report: one line per
      *> input file saying how its header fared against the feed
      *> registry, one per expected source that sent nothing usable,
      *> then the feed counts.
       8100-WRITE-FEED-SECTION.
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE 'Inbound feeds:' TO report-line
           WRITE report-line
           PERFORM VARYING ws-fs-idx FROM 1 BY 1
                   UNTIL ws-fs-idx > ws-input-file-count
               MOVE SPACES TO ws-feed-verdict-text
               MOVE ws-fs-sequence(ws-fs-idx) TO ws-edited-sequence
               MOVE ws-fs-expected-seq(ws-fs-idx)
                   TO ws-edited-expected-seq
               EVALUATE TRUE
                   WHEN ws-fs-feed-accepted(ws-fs-idx)
                       MOVE 'ACCEPTED' TO ws-feed-verdict-text
                   WHEN ws-fs-feed-gap(ws-fs-idx)
                       STRING 'ACCEPTED - GAP, EXPECTED '
                           ws-edited-expected-seq
                           DELIMITED BY SIZE
                           INTO ws-feed-verdict-text
                       END-STRING
                   WHEN ws-fs-feed-duplicate(ws-fs-idx)
                       MOVE 'REFUSED - ALREADY PROCESSED'
                           TO ws-feed-verdict-text
                   WHEN ws-fs-feed-unregistered(ws-fs-idx)
                       MOVE 'REFUSED - SOURCE NOT ON REGISTRY'
                           TO ws-feed-verdict-text
                   WHEN ws-fs-feed-bad-header(ws-fs-idx)
                       MOVE 'REFUSED - HEADER UNUSABLE'
                           TO ws-feed-verdict-text
                   WHEN OTHER
                       MOVE 'NO SOURCE ID - NOT CHECKED'
                           TO ws-feed-verdict-text
               END-EVALUATE
               MOVE SPACES TO report-line
               IF ws-fs-feed-legacy(ws-fs-idx)
                   STRING '  ' ws-feed-verdict-text ' '
                       DELIMITED BY SIZE
                       ws-input-file-table(ws-fs-idx)
                       DELIMITED BY SPACE
                       INTO report-line
                   END-STRING
               ELSE
                   STRING '  ' ws-fs-source-id(ws-fs-idx)
                       ' SEQ ' ws-edited-sequence
                       ' CREATED ' ws-fs-creation-date(ws-fs-idx)
                       ' ' ws-feed-verdict-text ' '
                       DELIMITED BY SIZE
                       ws-input-file-table(ws-fs-idx)
                       DELIMITED BY SPACE
                       INTO report-line
                   END-STRING
               END-IF
               WRITE report-line
           END-PERFORM
           PERFORM VARYING ws-reg-idx FROM 1 BY 1
                   UNTIL ws-reg-idx > ws-registry-count
               IF ws-reg-expected-daily(ws-reg-idx)
                   AND ws-reg-files-accepted(ws-reg-idx) = 0
                   MOVE ws-reg-last-sequence(ws-reg-idx)
                       TO ws-edited-sequence
                   MOVE SPACES TO report-line
                   STRING '  ' ws-reg-source-id(ws-reg-idx)
                       ' MISSING - EXPECTED TODAY, LAST SEQ '
                       ws-edited-sequence ' '
                       ws-reg-description(ws-reg-idx)
                       DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
                   WRITE report-line
               END-IF
           END-PERFORM

           MOVE ws-feeds-accepted TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Feeds accepted:              ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-feed-gaps TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Feeds after a sequence gap:  ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-feeds-duplicate TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Feeds refused as processed:  ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-feeds-unusable TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Feeds refused unchecked:     ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-feeds-legacy TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Feeds without a source id:   ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-feeds-missing TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Expected feeds missing:      ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

      *> Evaluates the run-quality thresholds against the control
      *> totals and appends an exceptions section to the control
      *> report, naming the input file each breach came from (a
               WRITE report-line
           END-IF

      *> a returned item missing from the returned-item file is
      *> money that neither posted nor went anywhere anyone will
      *> look; a lost or unwritten NSF fee is revenue quietly
      *> dropped.  Neither is a passable run.
           IF ws-returned-write-errors > 0
               MOVE 'Y' TO ws-run-verdict-flag
               MOVE SPACES TO report-line
               STRING 'EXCEPTION: returned items missing from the '
                   'returned-item file'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF
           IF ws-nsf-fees-lost > 0
               OR NOT ws-nsf-fee-feed-written
               MOVE 'Y' TO ws-run-verdict-flag
               MOVE SPACES TO report-line
               STRING 'EXCEPTION: NSF fees lost or fee feed not '
                   'written - ' DELIMITED BY SIZE
                   ws-nsf-fee-filename DELIMITED BY SPACE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF

      *> a reversed item left unmarked can be reversed again, which
      *> would pay the customer back twice.
           IF ws-reversal-mark-errors > 0
               MOVE 'Y' TO ws-run-verdict-flag
               MOVE SPACES TO report-line
               STRING 'EXCEPTION: reversed items not marked on the '
                   'transaction file - may be reversed twice'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF

      *> a dormant account a customer credit should have woken is
      *> still dormant on the master: its next debit goes to
      *> suspense for no reason.
           IF ws-reactivation-errors > 0
               MOVE 'Y' TO ws-run-verdict-flag
               MOVE SPACES TO report-line
               STRING 'EXCEPTION: dormant accounts not reactivated '
                   'after a customer credit posted'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF

      *> a sequence gap means files a source sent never reached this
      *> run; an expected feed that never arrived is the same hole a
      *> whole day wide; a feed that could not be checked against
      *> the registry was refused with its records unposted.  A file
      *> refused as already processed is reported but passes: its
      *> records are on file already, and refusing it is the
      *> registry doing its job.
           IF ws-fail-on-feed-gap-flag = 'Y'
               AND ws-feed-gaps > 0
               MOVE 'Y' TO ws-run-verdict-flag
               PERFORM VARYING ws-fs-idx FROM 1 BY 1
                       UNTIL ws-fs-idx > ws-input-file-count
                   IF ws-fs-feed-gap(ws-fs-idx)
                       MOVE ws-fs-sequence(ws-fs-idx)
                           TO ws-edited-sequence
                       MOVE ws-fs-expected-seq(ws-fs-idx)
                           TO ws-edited-expected-seq
                       MOVE SPACES TO report-line
                       STRING 'EXCEPTION: feed sequence gap - '
                           ws-fs-source-id(ws-fs-idx)
                           ' expected ' ws-edited-expected-seq
                           ', received ' ws-edited-sequence ' in '
                           DELIMITED BY SIZE
                           ws-input-file-table(ws-fs-idx)
                           DELIMITED BY SPACE
                           INTO report-line
                       END-STRING
                       WRITE report-line
                   END-IF
               END-PERFORM
           END-IF
           IF ws-fail-on-missing-feed-flag = 'Y'
               AND ws-feeds-missing > 0
               MOVE 'Y' TO ws-run-verdict-flag
               PERFORM VARYING ws-reg-idx FROM 1 BY 1
                       UNTIL ws-reg-idx > ws-registry-count
                   IF ws-reg-expected-daily(ws-reg-idx)
                       AND ws-reg-files-accepted(ws-reg-idx) = 0
                       MOVE SPACES TO report-line
                       STRING 'EXCEPTION: expected feed '
                           ws-reg-source-id(ws-reg-idx)
                           ' not received'
                           DELIMITED BY SIZE
                           INTO report-line
                       END-STRING
                       WRITE report-line
                   END-IF
               END-PERFORM
           END-IF
           IF ws-feeds-unusable > 0
               MOVE 'Y' TO ws-run-verdict-flag
               PERFORM VARYING ws-fs-idx FROM 1 BY 1
                       UNTIL ws-fs-idx > ws-input-file-count
                   IF ws-fs-feed-unregistered(ws-fs-idx)
                       OR ws-fs-feed-bad-header(ws-fs-idx)
                       MOVE SPACES TO report-line
                       STRING 'EXCEPTION: feed refused unchecked '
                           '(unregistered source or bad header) - '
                           DELIMITED BY SIZE
                           ws-input-file-table(ws-fs-idx)
                           DELIMITED BY SPACE
                           INTO report-line
                       END-STRING
                       WRITE report-line
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ws-registry-rewritten
               MOVE 'Y' TO ws-run-verdict-flag
               MOVE SPACES TO report-line
               STRING 'EXCEPTION: feed registry not rewritten - '
                   'this run''s files could be accepted again'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF

           IF ws-fail-on-dup-loss-flag = 'Y'
               AND ws-dup-coverage-lost-count > 0
               MOVE 'Y' TO ws-run-verdict-flag
               ELSE
                   MOVE 'P' TO rhs-run-verdict
               END-IF
               MOVE ws-items-paid        TO rhs-items-paid
               MOVE ws-items-returned    TO rhs-items-returned
               MOVE ws-today-text        TO rhs-business-date
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
           END-PERFORM
           CLOSE balance-exception-file.

      *> Writes the GL interface extract: header with the business
      *> date and the run's clock time, one detail per accumulated
      *> (tran-date, tran-code) summary, and a trailer whose hash
      *> totals are recomputed from the table as it is written so
      *> the GL load can prove the file arrived whole.
       8600-WRITE-GL-INTERFACE.
           OPEN OUTPUT gl-interface-file
           PERFORM 7000-BUILD-TIMESTAMP
      *> record's tail bytes out to the file.
           MOVE SPACES TO gl-trailer-record
           MOVE 'H' TO glh-record-type
           MOVE ws-today-text TO glh-run-date
           MOVE ws-timestamp-text TO glh-run-timestamp
           WRITE gl-header-record
           MOVE 0 TO ws-gl-hash-rec-count
