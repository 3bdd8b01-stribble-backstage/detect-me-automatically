       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceSnapshot.

      *> End-of-day balance history.  One action per invocation,
      *> selected by SNAPSHOT_ACTION:
      *>
      *>   SNAPSHOT - (the default) run after each day's posting
      *>              run: every account's closing balance on the
      *>              balance master is written to the keyed
      *>              balance-history file under the business date.
      *>              A rerun the same day replaces that day's
      *>              records.  The day's snapshot total is then
      *>              proved: it must equal the previous snapshot's
      *>              total plus the day's net postings from the GL
      *>              interface extract(s) named in SNAPSHOT_GL_FILES
      *>              (default gl_interface.txt), each detail signed
      *>              by its code's debit/credit nature from the
      *>              reference table.  Every snapshot's totals and
      *>              proof are appended to the snapshot-totals file,
      *>              which is where the next day's proof finds its
      *>              previous total.  A difference - or a proof that
      *>              could not be made whole (an unknown code, an
      *>              extract dated for another day) - ends the job
      *>              with return code 8.
      *>   ADB      - the average-daily-balance report for ADB_MONTH
      *>              (YYYYMM; default the month before the business
      *>              date's).  Every calendar day of the month, up to
      *>              the business date, carries the balance of the
      *>              latest snapshot on or before it, so weekends
      *>              and holidays count at the previous business
      *>              day's close.  Days before an account's first
      *>              snapshot are not counted for it.
      *>
      *> The history is what lets BatchInquiry answer "what was the
      *> balance on the 3rd" with a lookup instead of backing later
      *> postings out of today's figure.
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
      *> OPTIONAL because the first snapshot ever creates it.
           SELECT OPTIONAL balance-history
               ASSIGN TO ws-history-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bhs-key-fields
               FILE STATUS IS ws-history-status.
      *> one line per snapshot taken, accumulating across runs.
           SELECT OPTIONAL totals-file ASSIGN TO ws-totals-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-totals-status.
           SELECT tran-code-file ASSIGN TO ws-tran-code-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-code-status.
           SELECT gl-interface-file ASSIGN TO ws-one-gl-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-status.
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

       FD  balance-history.
       01  balance-history-record.
           COPY BALHIST REPLACING LEADING ==PREFIX== BY ==bhs==.

      *> the day's snapshot total, the total it was proved against
      *> and how the proof came out.
       FD  totals-file.
       01  totals-record.
           05  stt-snapshot-date       PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-account-count       PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-snapshot-total      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-prior-date          PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-prior-total         PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-gl-net              PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-difference          PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-proof-result        PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  stt-timestamp           PIC X(26).

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

      *> same three record shapes 8600-WRITE-GL-INTERFACE writes.
       FD  gl-interface-file.
       01  gl-header-record.
           05  glh-record-type     PIC X(1).
           05  glh-run-date        PIC X(8).
           05  glh-run-timestamp   PIC X(26).
       01  gl-detail-record.
           05  gld-record-type     PIC X(1).
           05  gld-tran-date       PIC X(8).
           05  gld-tran-code       PIC X(2).
           05  gld-record-count    PIC 9(9).
           05  gld-net-amount      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
       01  gl-trailer-record.
           05  glt-record-type     PIC X(1).
           05  glt-detail-count    PIC 9(9).
           05  glt-hash-rec-count  PIC 9(11).
           05  glt-hash-net-amount PIC S9(15)V99
                                   SIGN LEADING SEPARATE.

       FD  report-file.
       01  report-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.

       01  ws-balance-master-filename  PIC X(200)
               VALUE 'balance_master.dat'.
       01  ws-history-filename         PIC X(200)
               VALUE 'balance_history.dat'.
       01  ws-totals-filename          PIC X(200)
               VALUE 'snapshot_totals.txt'.
       01  ws-tran-code-filename       PIC X(200)
               VALUE 'tran_codes.txt'.
       01  ws-report-filename          PIC X(200)
               VALUE 'snapshot_report.txt'.
       01  ws-balance-master-status    PIC XX.
       01  ws-history-status           PIC XX.
       01  ws-totals-status            PIC XX.
       01  ws-tran-code-status         PIC XX.
       01  ws-gl-status                PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

       01  ws-action                   PIC X(8) VALUE 'SNAPSHOT'.
           88  ws-action-snapshot      VALUE 'SNAPSHOT'.
           88  ws-action-adb           VALUE 'ADB'.

      *> space-separated list of the day's GL interface extracts,
      *> split the way BalanceProof splits ARCHIVE_FILES.  Normally
      *> the one extract of the day's posting run.
       01  ws-gl-file-list             PIC X(4000)
               VALUE 'gl_interface.txt'.
       01  ws-one-gl-filename          PIC X(200).
       01  ws-gl-file-count            PIC 9(4) VALUE 0.
       01  ws-glf-idx                  PIC 9(4).
       01  ws-list-scan-pointer        PIC 9(4) VALUE 1.
       01  ws-one-filename             PIC X(200).
       01  ws-gl-file-table-area.
           05  ws-gl-file-table OCCURS 20 TIMES
                   PIC X(200).
       01  ws-gl-files-skipped         PIC 9(9) VALUE 0.
       01  ws-gl-eof                   PIC X VALUE 'N'.

      *> in-memory transaction-code reference: only the code and its
      *> debit/credit nature matter to the proof.
       01  ws-tran-code-eof            PIC X VALUE 'N'.
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

      *> the snapshot and its proof.
       01  ws-accounts-snapped         PIC 9(9) VALUE 0.
       01  ws-snapshots-replaced       PIC 9(9) VALUE 0.
       01  ws-history-write-errors     PIC 9(9) VALUE 0.
       01  ws-snapshot-total           PIC S9(13)V99 VALUE 0.
       01  ws-prior-found-flag         PIC X VALUE 'N'.
           88  ws-prior-found          VALUE 'Y'.
       01  ws-prior-date               PIC X(8) VALUE SPACES.
       01  ws-prior-total              PIC S9(13)V99 VALUE 0.
       01  ws-gl-net                   PIC S9(13)V99 VALUE 0.
       01  ws-expected-total           PIC S9(13)V99 VALUE 0.
       01  ws-difference               PIC S9(13)V99 VALUE 0.
       01  ws-gl-details-read          PIC 9(9) VALUE 0.
       01  ws-gl-unknown-codes         PIC 9(9) VALUE 0.
       01  ws-gl-other-day-files       PIC 9(9) VALUE 0.
       01  ws-proof-result             PIC X(8) VALUE SPACES.
           88  ws-proof-balanced       VALUE 'BALANCED'.
           88  ws-proof-differs        VALUE 'DIFFERS'.
           88  ws-proof-no-prior       VALUE 'NOPRIOR'.
           88  ws-proof-unproven       VALUE 'UNPROVEN'.

      *> the average-daily-balance period and one account's running
      *> figures: ws-adb-carry is the balance in effect from day
      *> number ws-adb-cursor on, once a snapshot has been seen.
       01  ws-adb-month                PIC X(6) VALUE SPACES.
       01  ws-adb-month-parts REDEFINES ws-adb-month.
           05  ws-adb-year             PIC 9(4).
           05  ws-adb-mon              PIC 9(2).
       01  ws-period-start.
           05  ws-pstart-year          PIC 9(4).
           05  ws-pstart-month         PIC 9(2).
           05  ws-pstart-day           PIC 9(2).
       01  ws-period-start-num REDEFINES ws-period-start PIC 9(8).
       01  ws-next-month-start.
           05  ws-nstart-year          PIC 9(4).
           05  ws-nstart-month         PIC 9(2).
           05  ws-nstart-day           PIC 9(2).
       01  ws-next-month-start-num REDEFINES ws-next-month-start
                                       PIC 9(8).
       01  ws-period-end-num           PIC 9(8).
       01  ws-period-end-text REDEFINES ws-period-end-num PIC X(8).
       01  ws-period-start-text        PIC X(8).
       01  ws-today-num                PIC 9(8).
       01  ws-int-period-start         PIC 9(8).
       01  ws-int-period-end           PIC 9(8).
       01  ws-int-snapshot             PIC 9(8).
       01  ws-snapshot-date-num        PIC 9(8).
       01  ws-adb-account              PIC X(10).
       01  ws-adb-carry                PIC S9(11)V99.
       01  ws-adb-carry-flag           PIC X VALUE 'N'.
           88  ws-adb-carry-known      VALUE 'Y'.
       01  ws-adb-cursor               PIC 9(8).
       01  ws-adb-fill-days            PIC 9(8).
       01  ws-adb-days                 PIC 9(3).
       01  ws-adb-balance-days         PIC S9(15)V99.
       01  ws-adb-average              PIC S9(11)V99.
       01  ws-adb-accounts             PIC 9(9) VALUE 0.
       01  ws-adb-total-average        PIC S9(13)V99 VALUE 0.
       01  ws-adb-unreadable           PIC 9(9) VALUE 0.

       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-days              PIC ZZ9.
       01  ws-edited-amount            PIC ----,---,---,--9.99.
       01  ws-edited-total-amount      PIC ----,---,---,---,--9.99.

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

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN ws-action-snapshot
                   PERFORM 2000-TAKE-SNAPSHOT
                   PERFORM 3000-PROVE-SNAPSHOT-TOTAL
                   PERFORM 3800-APPEND-TOTALS-RECORD
                   PERFORM 3900-WRITE-SNAPSHOT-REPORT
               WHEN ws-action-adb
                   PERFORM 5000-WRITE-ADB-REPORT
               WHEN OTHER
                   DISPLAY 'BalanceSnapshot: unknown action '
                       ws-action
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           IF ws-history-write-errors > 0
               OR ws-proof-differs
               OR ws-proof-unproven
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'SNAPSHOT_ACTION'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-action
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'BALANCE_MASTER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-balance-master-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'BALANCE_HISTORY_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-history-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'SNAPSHOT_TOTALS_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-totals-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'TRAN_CODE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-tran-code-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'SNAPSHOT_REPORT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-report-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'SNAPSHOT_GL_FILES'
           IF ws-env-value NOT = SPACES
               MOVE SPACES TO ws-gl-file-list
               ACCEPT ws-gl-file-list
                   FROM ENVIRONMENT 'SNAPSHOT_GL_FILES'
           END-IF
           PERFORM 1200-BUILD-GL-FILE-TABLE

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ADB_MONTH'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-adb-month
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           IF ws-action-snapshot
               OPEN INPUT balance-master
               IF ws-balance-master-status NOT = '00'
                   DISPLAY 'BalanceSnapshot: unable to open '
                       ws-balance-master-filename
                       ', file status ' ws-balance-master-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O balance-history
           ELSE
               OPEN INPUT balance-history
           END-IF
           IF ws-history-status NOT = '00'
               AND ws-history-status NOT = '05'
               DISPLAY 'BalanceSnapshot: unable to open '
                   ws-history-filename
                   ', file status ' ws-history-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT report-file
           PERFORM 7000-BUILD-TIMESTAMP.

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
               DISPLAY 'BalanceSnapshot: unable to open '
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
               DISPLAY 'BalanceSnapshot: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

       1200-BUILD-GL-FILE-TABLE.
           MOVE 0 TO ws-gl-file-count
           IF ws-gl-file-list NOT = SPACES
               MOVE 1 TO ws-list-scan-pointer
               PERFORM UNTIL ws-list-scan-pointer >
                       LENGTH OF ws-gl-file-list
                   UNSTRING ws-gl-file-list
                       DELIMITED BY ALL SPACES
                       INTO ws-one-filename
                       WITH POINTER ws-list-scan-pointer
                   END-UNSTRING
                   IF ws-one-filename NOT = SPACES
                       IF ws-gl-file-count < 20
                           ADD 1 TO ws-gl-file-count
                           MOVE ws-one-filename
                               TO ws-gl-file-table(ws-gl-file-count)
                       ELSE
                           ADD 1 TO ws-gl-files-skipped
                       END-IF
                   END-IF
                   MOVE SPACES TO ws-one-filename
               END-PERFORM
           END-IF.

      *> The proof cannot tell a debit from a credit without the
      *> code table, so a snapshot run refuses to start without it.
       1400-LOAD-TRAN-CODE-TABLE.
           OPEN INPUT tran-code-file
           IF ws-tran-code-status NOT = '00'
               DISPLAY 'BalanceSnapshot: unable to open '
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
                           AND ws-tran-code-count < 100
                           ADD 1 TO ws-tran-code-count
                           MOVE tcf-tran-code
                               TO ws-tcode-code(ws-tran-code-count)
                           MOVE tcf-debit-credit
                               TO ws-tcode-debit-credit
                                   (ws-tran-code-count)
                       ELSE
                           ADD 1 TO ws-tran-codes-skipped
                       END-IF
               END-READ
           END-PERFORM
           CLOSE tran-code-file.

      *> Every balance-master record becomes the day's history
      *> record for its account.  A record already there for this
      *> date is a rerun, and is replaced with the balance as it
      *> stands now.
       2000-TAKE-SNAPSHOT.
           PERFORM 1400-LOAD-TRAN-CODE-TABLE
           MOVE 'N' TO ws-end-of-file
           MOVE LOW-VALUES TO bal-account-number
           START balance-master
               KEY IS NOT LESS THAN bal-account-number
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-file
           END-START
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ balance-master NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       PERFORM 2100-SNAP-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE balance-master
           CLOSE balance-history.

       2100-SNAP-ONE-ACCOUNT.
           MOVE SPACES TO balance-history-record
           MOVE bal-account-number TO bhs-account-number
           MOVE ws-today-text TO bhs-snapshot-date
           MOVE bal-current-balance TO bhs-closing-balance
           MOVE ws-timestamp-text TO bhs-snapshot-timestamp
           WRITE balance-history-record
           IF ws-history-status = '22'
               REWRITE balance-history-record
               IF ws-history-status = '00'
                   ADD 1 TO ws-snapshots-replaced
               END-IF
           END-IF
           IF ws-history-status = '00'
               ADD 1 TO ws-accounts-snapped
               ADD bal-current-balance TO ws-snapshot-total
           ELSE
               ADD 1 TO ws-history-write-errors
               DISPLAY 'BalanceSnapshot: history write for '
                   bal-account-number ' failed, file status '
                   ws-history-status
           END-IF.

      *> Previous total plus the day's signed GL net must come to
      *> today's total.  The first snapshot ever has nothing to be
      *> proved against and says so; a write error, an unknown code
      *> or an extract dated for another day leaves the proof
      *> unproven whatever the arithmetic says.
       3000-PROVE-SNAPSHOT-TOTAL.
           PERFORM 3100-FIND-PRIOR-TOTAL
           PERFORM VARYING ws-glf-idx FROM 1 BY 1
                   UNTIL ws-glf-idx > ws-gl-file-count
               MOVE ws-gl-file-table(ws-glf-idx)
                   TO ws-one-gl-filename
               PERFORM 3200-ADD-ONE-GL-EXTRACT
           END-PERFORM
           COMPUTE ws-expected-total = ws-prior-total + ws-gl-net
           COMPUTE ws-difference =
               ws-snapshot-total - ws-expected-total
           EVALUATE TRUE
               WHEN ws-history-write-errors > 0
                   OR ws-gl-unknown-codes > 0
                   OR ws-gl-other-day-files > 0
                   OR ws-gl-files-skipped > 0
                   SET ws-proof-unproven TO TRUE
               WHEN NOT ws-prior-found
                   SET ws-proof-no-prior TO TRUE
               WHEN ws-difference = 0
                   SET ws-proof-balanced TO TRUE
               WHEN OTHER
                   SET ws-proof-differs TO TRUE
           END-EVALUATE.

      *> The previous total is the last line on the totals file for
      *> the latest date before today; an earlier run of today's
      *> snapshot is not its own baseline.
       3100-FIND-PRIOR-TOTAL.
           OPEN INPUT totals-file
           IF ws-totals-status = '00'
               MOVE 'N' TO ws-end-of-file
               PERFORM UNTIL ws-end-of-file = 'Y'
                   READ totals-file
                       AT END
                           MOVE 'Y' TO ws-end-of-file
                       NOT AT END
                           IF stt-snapshot-date < ws-today-text
                               AND stt-snapshot-date NOT < ws-prior-date
                               AND stt-snapshot-total NUMERIC
                               MOVE 'Y' TO ws-prior-found-flag
                               MOVE stt-snapshot-date TO ws-prior-date
                               MOVE stt-snapshot-total
                                   TO ws-prior-total
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE totals-file
           END-IF.

      *> Folds one extract's details into the day's net: credits
      *> raise the balances, debits lower them.  An extract that
      *> cannot be opened stops the run - a proof missing a posting
      *> run would report a false difference.
       3200-ADD-ONE-GL-EXTRACT.
           OPEN INPUT gl-interface-file
           IF ws-gl-status NOT = '00'
               DISPLAY 'BalanceSnapshot: unable to open '
                   ws-one-gl-filename
                   ', file status ' ws-gl-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO ws-gl-eof
           PERFORM UNTIL ws-gl-eof = 'Y'
               READ gl-interface-file
                   AT END
                       MOVE 'Y' TO ws-gl-eof
                   NOT AT END
                       EVALUATE glh-record-type
                           WHEN 'H'
                               IF glh-run-date NOT = ws-today-text
                                   ADD 1 TO ws-gl-other-day-files
                               END-IF
                           WHEN 'D'
                               PERFORM 3300-ADD-ONE-GL-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE gl-interface-file.

       3300-ADD-ONE-GL-DETAIL.
           ADD 1 TO ws-gl-details-read
           MOVE 0 TO ws-tcode-found-idx
           PERFORM VARYING ws-tcode-idx FROM 1 BY 1
                   UNTIL ws-tcode-idx > ws-tran-code-count
               IF ws-tcode-code(ws-tcode-idx) = gld-tran-code
                   MOVE ws-tcode-idx TO ws-tcode-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-tcode-found-idx = 0
                   ADD 1 TO ws-gl-unknown-codes
               WHEN ws-tcode-is-debit(ws-tcode-found-idx)
                   SUBTRACT gld-net-amount FROM ws-gl-net
               WHEN ws-tcode-is-credit(ws-tcode-found-idx)
                   ADD gld-net-amount TO ws-gl-net
               WHEN OTHER
                   ADD 1 TO ws-gl-unknown-codes
           END-EVALUATE.

       3800-APPEND-TOTALS-RECORD.
           OPEN EXTEND totals-file
           IF ws-totals-status NOT = '00'
               AND ws-totals-status NOT = '05'
               DISPLAY 'BalanceSnapshot: unable to open '
                   ws-totals-filename
                   ' for append, file status ' ws-totals-status
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO totals-record
               MOVE ws-today-text       TO stt-snapshot-date
               MOVE ws-accounts-snapped TO stt-account-count
               MOVE ws-snapshot-total   TO stt-snapshot-total
               MOVE ws-prior-date       TO stt-prior-date
               MOVE ws-prior-total      TO stt-prior-total
               MOVE ws-gl-net           TO stt-gl-net
               MOVE ws-difference       TO stt-difference
               MOVE ws-proof-result     TO stt-proof-result
               MOVE ws-timestamp-text   TO stt-timestamp
               WRITE totals-record
               CLOSE totals-file
           END-IF.

       3900-WRITE-SNAPSHOT-REPORT.
           MOVE SPACES TO report-line
           STRING 'Balance snapshot - business date ' ws-today-text
               ' - run ' ws-timestamp-text
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE ws-accounts-snapped TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Accounts snapped:              ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-snapshots-replaced TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Snapshots replaced (rerun):    ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-history-write-errors TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'History write errors:          ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-snapshot-total TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Snapshot total:                '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-prior-total TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Previous snapshot total:       '
               ws-edited-total-amount '  (' ws-prior-date ')'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-gl-net TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Net postings per GL extract:   '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-expected-total TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Expected total:                '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-difference TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Difference:                    '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-gl-details-read TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'GL details read:               ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-gl-unknown-codes TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'GL details with unknown code:  ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-gl-other-day-files TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'GL extracts for another date:  ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-gl-files-skipped TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'GL extracts not read (list):   ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           EVALUATE TRUE
               WHEN ws-proof-balanced
                   STRING 'PROOF: BALANCED - snapshot total ties to '
                       'the previous total plus the day''s GL net'
                       DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
               WHEN ws-proof-no-prior
                   STRING 'PROOF: NO PREVIOUS SNAPSHOT - this total '
                       'is the baseline for the next one'
                       DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
               WHEN ws-proof-unproven
                   STRING 'PROOF: UNPROVEN - see the write, code and '
                       'extract counts above'
                       DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
               WHEN OTHER
                   STRING 'PROOF: DIFFERENCE - snapshot total does '
                       'not tie to the previous total plus the GL net'
                       DELIMITED BY SIZE
                       INTO report-line
                   END-STRING
           END-EVALUATE
           WRITE report-line
           CLOSE report-file.

      *> The average-daily-balance report: one pass over the whole
      *> history in key order, breaking on account.
       5000-WRITE-ADB-REPORT.
           PERFORM 5100-SET-ADB-PERIOD
           MOVE SPACES TO report-line
           STRING 'Average daily balance - month ' ws-adb-month
               ' (' ws-period-start-text ' to ' ws-period-end-text
               ') - run ' ws-timestamp-text
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ACCOUNT    DAYS    AVG DAILY BALANCE'
               '              CLOSING BALANCE'
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE SPACES TO ws-adb-account
           MOVE 'N' TO ws-end-of-file
           MOVE LOW-VALUES TO bhs-key-fields
           START balance-history
               KEY IS NOT LESS THAN bhs-key-fields
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-file
           END-START
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ balance-history NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       PERFORM 5200-FOLD-ONE-SNAPSHOT
               END-READ
           END-PERFORM
           IF ws-adb-account NOT = SPACES
               PERFORM 5400-FINISH-ADB-ACCOUNT
           END-IF
           CLOSE balance-history

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-adb-accounts TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Accounts averaged:             ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE ws-adb-total-average TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Sum of average daily balances: '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE ws-adb-unreadable TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'History records unreadable:    ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           CLOSE report-file.

      *> The month asked for, or the month before the business
      *> date's; the period runs from its first day to its last, or
      *> to the business date while the month is still open.  A
      *> month that has not started yet cannot be averaged.
       5100-SET-ADB-PERIOD.
           IF ws-adb-month = SPACES
               MOVE ws-today-year TO ws-adb-year
               MOVE ws-today-month TO ws-adb-mon
               IF ws-adb-mon = 1
                   SUBTRACT 1 FROM ws-adb-year
                   MOVE 12 TO ws-adb-mon
               ELSE
                   SUBTRACT 1 FROM ws-adb-mon
               END-IF
           END-IF
           IF ws-adb-month NOT NUMERIC
               OR ws-adb-mon < 1 OR ws-adb-mon > 12
               DISPLAY 'BalanceSnapshot: ADB_MONTH ' ws-adb-month
                   ' is not a YYYYMM month'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-adb-year TO ws-pstart-year
           MOVE ws-adb-mon TO ws-pstart-month
           MOVE 1 TO ws-pstart-day
           MOVE ws-period-start TO ws-period-start-text
           MOVE ws-period-start TO ws-next-month-start
           IF ws-nstart-month = 12
               ADD 1 TO ws-nstart-year
               MOVE 1 TO ws-nstart-month
           ELSE
               ADD 1 TO ws-nstart-month
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(ws-period-start-num)
               TO ws-int-period-start
           COMPUTE ws-int-period-end =
               FUNCTION INTEGER-OF-DATE(ws-next-month-start-num) - 1
           MOVE ws-today-text TO ws-today-num
           IF FUNCTION INTEGER-OF-DATE(ws-today-num)
                   < ws-int-period-end
               MOVE FUNCTION INTEGER-OF-DATE(ws-today-num)
                   TO ws-int-period-end
           END-IF
           IF ws-int-period-end < ws-int-period-start
               DISPLAY 'BalanceSnapshot: month ' ws-adb-month
                   ' has not started on business date '
                   ws-today-text
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(ws-int-period-end)
               TO ws-period-end-num.

      *> One snapshot, in account/date order.  Before the period it
      *> only sets the balance carried into the period; inside it,
      *> the days since the last change are charged at the carried
      *> balance and this snapshot's balance is carried on; after
      *> the period it is ignored.
       5200-FOLD-ONE-SNAPSHOT.
           IF bhs-account-number NOT = ws-adb-account
               IF ws-adb-account NOT = SPACES
                   PERFORM 5400-FINISH-ADB-ACCOUNT
               END-IF
               MOVE bhs-account-number TO ws-adb-account
               MOVE 'N' TO ws-adb-carry-flag
               MOVE 0 TO ws-adb-carry
               MOVE 0 TO ws-adb-days
               MOVE 0 TO ws-adb-balance-days
               MOVE ws-int-period-start TO ws-adb-cursor
           END-IF
           IF bhs-snapshot-date NOT NUMERIC
               OR bhs-closing-balance NOT NUMERIC
               ADD 1 TO ws-adb-unreadable
           ELSE
               MOVE bhs-snapshot-date TO ws-snapshot-date-num
               MOVE FUNCTION INTEGER-OF-DATE(ws-snapshot-date-num)
                   TO ws-int-snapshot
               EVALUATE TRUE
                   WHEN ws-int-snapshot < ws-int-period-start
                       MOVE bhs-closing-balance TO ws-adb-carry
                       MOVE 'Y' TO ws-adb-carry-flag
                   WHEN ws-int-snapshot > ws-int-period-end
                       CONTINUE
                   WHEN OTHER
                       PERFORM 5300-CHARGE-CARRIED-DAYS
                       MOVE bhs-closing-balance TO ws-adb-carry
                       MOVE 'Y' TO ws-adb-carry-flag
                       MOVE ws-int-snapshot TO ws-adb-cursor
               END-EVALUATE
           END-IF.

      *> Charges the days from the cursor up to (not including) the
      *> snapshot's day at the carried balance - when there is one.
       5300-CHARGE-CARRIED-DAYS.
           IF ws-adb-carry-known
               AND ws-int-snapshot > ws-adb-cursor
               COMPUTE ws-adb-fill-days =
                   ws-int-snapshot - ws-adb-cursor
               ADD ws-adb-fill-days TO ws-adb-days
               COMPUTE ws-adb-balance-days = ws-adb-balance-days
                   + ws-adb-carry * ws-adb-fill-days
           END-IF.

      *> The account's last carried balance runs to the period's
      *> end; an account with no balance known inside the period
      *> prints nothing.
       5400-FINISH-ADB-ACCOUNT.
           IF ws-adb-carry-known
               AND ws-int-period-end NOT < ws-adb-cursor
               COMPUTE ws-adb-fill-days =
                   ws-int-period-end - ws-adb-cursor + 1
               ADD ws-adb-fill-days TO ws-adb-days
               COMPUTE ws-adb-balance-days = ws-adb-balance-days
                   + ws-adb-carry * ws-adb-fill-days
           END-IF
           IF ws-adb-days > 0
               COMPUTE ws-adb-average ROUNDED =
                   ws-adb-balance-days / ws-adb-days
               ADD 1 TO ws-adb-accounts
               ADD ws-adb-average TO ws-adb-total-average
               MOVE ws-adb-days TO ws-edited-days
               MOVE SPACES TO report-line
               MOVE ws-adb-average TO ws-edited-amount
               STRING ws-adb-account '  ' ws-edited-days '  '
                   ws-edited-amount
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               MOVE ws-adb-carry TO ws-edited-amount
               MOVE ws-edited-amount TO report-line(47:19)
               WRITE report-line
           END-IF.

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
           DISPLAY 'BalanceSnapshot action ' ws-action
           IF ws-action-snapshot
               DISPLAY '  accounts snapped        ' ws-accounts-snapped
               DISPLAY '  history write errors    '
                   ws-history-write-errors
               DISPLAY '  proof                   ' ws-proof-result
           ELSE
               DISPLAY '  accounts averaged       ' ws-adb-accounts
           END-IF.
