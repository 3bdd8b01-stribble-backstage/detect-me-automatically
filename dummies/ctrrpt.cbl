       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashTransactionReview.

      *> Daily compliance review of cash activity, run after the
      *> posting run.  It reads one business day's postings (CTR_DATE,
      *> default the business date) from the transaction file's date
      *> alternate index - plus the days before it that the
      *> structuring window reaches back over - and keeps every item
      *> posted under a transaction code the reference file flags as
      *> cash (cash flag Y).  A cash code's credit nature makes it
      *> cash in, its debit nature cash out.
      *>
      *> Two kinds of candidate come out of it:
      *>
      *>   CTR         an account whose cash in, or cash out, for the
      *>               day adds up to more than CTR_THRESHOLD
      *>               (default 10,000.00); in and out are totalled
      *>               separately, as the filing requires.
      *>   STRUCTURING an account with STRUCT_MIN_ITEMS (default 3) or
      *>               more cash items in one direction, each just
      *>               under the threshold - at least STRUCT_FLOOR_PCT
      *>               (default 80) percent of it - inside the last
      *>               STRUCT_WINDOW_DAYS calendar days (default 5)
      *>               ending on the report date.  A pattern is only
      *>               raised on a day that adds an item to it, so a
      *>               flagged account is not raised again every day
      *>               the window still covers it.
      *>
      *> Each candidate goes to the CTR candidate file in the fixed
      *> layout compliance loads into its filing tool - 'H' header,
      *> a 'C' (CTR) or 'S' (structuring) line per candidate followed
      *> by a 'D' line for each contributing transaction, 'T' trailer
      *> carrying the counts - and to the printed review report.
      *> Reversals are not cash movements and are not counted, and
      *> neither is an item a reversal has cancelled: both ends of a
      *> cancelled pair drop out, so a cash item keyed in error and
      *> reversed never makes a candidate.
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
           SELECT candidate-file ASSIGN TO ws-candidate-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-candidate-status.
           SELECT report-file ASSIGN TO ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  transaction-file.
       01  transaction-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==txn==.

       FD  account-master.
       01  account-master-record.
           COPY ACCTREC REPLACING LEADING ==PREFIX== BY ==acct==.

      *> same reference file BasicCobolExample loads; the cash flag
      *> in column 53 is what this program is for.
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

      *> CTR candidate file, one fixed 80-byte layout per record
      *> type:
      *>   H  report date, threshold, structuring window start
      *>   C  CTR candidate: account, name, date, direction (I cash
      *>      in, O cash out), day total, item count
      *>   S  structuring candidate: same fields, the total and
      *>      count being the just-under items in the window
      *>   D  one contributing transaction of the C or S line above
      *>   T  counts of C, S and D lines
       FD  candidate-file.
       01  candidate-record.
           05  cnd-record-type     PIC X(1).
               88  cnd-is-header       VALUE 'H'.
               88  cnd-is-ctr          VALUE 'C'.
               88  cnd-is-structuring  VALUE 'S'.
               88  cnd-is-detail       VALUE 'D'.
               88  cnd-is-trailer      VALUE 'T'.
           05  FILLER              PIC X(1).
           05  cnd-body            PIC X(78).
           05  cnd-header-fields REDEFINES cnd-body.
               10  cnd-hdr-report-date PIC X(8).
               10  FILLER              PIC X(1).
               10  cnd-hdr-threshold   PIC 9(9)V99.
               10  FILLER              PIC X(1).
               10  cnd-hdr-window-start PIC X(8).
               10  FILLER              PIC X(49).
           05  cnd-candidate-fields REDEFINES cnd-body.
               10  cnd-account-number  PIC X(10).
               10  FILLER              PIC X(1).
               10  cnd-account-name    PIC X(30).
               10  FILLER              PIC X(1).
               10  cnd-report-date     PIC X(8).
               10  FILLER              PIC X(1).
               10  cnd-direction       PIC X(1).
               10  FILLER              PIC X(1).
               10  cnd-total-amount    PIC 9(11)V99.
               10  FILLER              PIC X(1).
               10  cnd-item-count      PIC 9(5).
               10  FILLER              PIC X(6).
           05  cnd-detail-fields REDEFINES cnd-body.
               10  cnd-dtl-account-number PIC X(10).
               10  FILLER              PIC X(1).
               10  cnd-dtl-tran-date   PIC X(8).
               10  FILLER              PIC X(1).
               10  cnd-dtl-tran-code   PIC X(2).
               10  FILLER              PIC X(1).
               10  cnd-dtl-direction   PIC X(1).
               10  FILLER              PIC X(1).
               10  cnd-dtl-amount      PIC 9(9)V99.
               10  FILLER              PIC X(42).
           05  cnd-trailer-fields REDEFINES cnd-body.
               10  cnd-trl-ctr-count   PIC 9(9).
               10  FILLER              PIC X(1).
               10  cnd-trl-struct-count PIC 9(9).
               10  FILLER              PIC X(1).
               10  cnd-trl-detail-count PIC 9(9).
               10  FILLER              PIC X(49).

       FD  report-file.
       01  report-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-browse    PIC X VALUE 'N'.
       01  ws-tran-code-eof    PIC X VALUE 'N'.

       01  ws-transaction-filename     PIC X(200)
               VALUE 'output.txt'.
       01  ws-acct-master-filename     PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-tran-code-filename       PIC X(200)
               VALUE 'tran_codes.txt'.
       01  ws-candidate-filename       PIC X(200)
               VALUE 'ctr_candidates.txt'.
       01  ws-report-filename          PIC X(200)
               VALUE 'ctr_review.txt'.
       01  ws-transaction-status       PIC XX.
       01  ws-acct-master-status       PIC XX.
       01  ws-tran-code-status         PIC XX.
       01  ws-candidate-status         PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

       01  ws-ctr-threshold            PIC 9(9)V99 VALUE 10000.00.
       01  ws-struct-floor-pct         PIC 9(3) VALUE 80.
       01  ws-struct-floor             PIC 9(9)V99.
       01  ws-struct-window-days       PIC 9(3) VALUE 5.
       01  ws-struct-min-items         PIC 9(3) VALUE 3.

       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
           05  ws-today-day        PIC 9(2).
       01  ws-report-date              PIC X(8).
       01  ws-report-date-num          PIC 9(8).
       01  ws-window-start             PIC X(8).
       01  ws-window-start-num         PIC 9(8).

      *> in-memory copy of the transaction-code reference file.
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
               10  ws-tcode-cash-flag      PIC X(1).
                   88  ws-tcode-is-cash    VALUE 'Y'.

      *> every cash item in the window, in the date order the index
      *> delivers them; direction 1 is cash in, 2 cash out.
       01  ws-item-count               PIC 9(5) VALUE 0.
       01  ws-items-lost               PIC 9(9) VALUE 0.
       01  ws-item-idx                 PIC 9(5).
       01  ws-item-table-area.
           05  ws-item-entry OCCURS 20000 TIMES.
               10  ws-item-account         PIC X(10).
               10  ws-item-date            PIC X(8).
               10  ws-item-code            PIC X(2).
               10  ws-item-amount          PIC 9(9)V99.
               10  ws-item-dir             PIC 9(1).
               10  ws-item-near-flag       PIC X(1).
                   88  ws-item-is-near     VALUE 'Y'.

      *> one entry per account with cash in the window, kept in
      *> account order as entries are added, so candidates come out
      *> in account order; per direction, the report day's total
      *> and the window's just-under items.
       01  ws-cash-account-count       PIC 9(5) VALUE 0.
       01  ws-accounts-lost            PIC 9(9) VALUE 0.
       01  ws-cacct-idx                PIC 9(5).
       01  ws-cacct-found-idx          PIC 9(5).
       01  ws-shift-idx                PIC 9(5).
       01  ws-cash-account-table-area.
           05  ws-cash-account-entry OCCURS 5000 TIMES.
               10  ws-cacct-number         PIC X(10).
               10  ws-cacct-dir OCCURS 2 TIMES.
                   15  ws-cacct-day-total      PIC 9(11)V99.
                   15  ws-cacct-day-items      PIC 9(5).
                   15  ws-cacct-near-total     PIC 9(11)V99.
                   15  ws-cacct-near-items     PIC 9(5).
                   15  ws-cacct-near-today     PIC X(1).
                       88  ws-cacct-near-on-day VALUE 'Y'.

       01  ws-dir-idx                  PIC 9(1).
       01  ws-dir-text                 PIC X(1).
       01  ws-dir-label                PIC X(8).
       01  ws-candidate-type           PIC X(1).
           88  ws-candidate-ctr        VALUE 'C'.
           88  ws-candidate-structuring VALUE 'S'.
       01  ws-candidate-name           PIC X(30).

       01  ws-cash-items-read          PIC 9(9) VALUE 0.
       01  ws-records-read             PIC 9(9) VALUE 0.
       01  ws-ctr-candidates           PIC 9(9) VALUE 0.
       01  ws-struct-candidates        PIC 9(9) VALUE 0.
       01  ws-detail-lines             PIC 9(9) VALUE 0.
       01  ws-day-cash-in              PIC 9(13)V99 VALUE 0.
       01  ws-day-cash-out             PIC 9(13)V99 VALUE 0.

       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-amount            PIC ----,---,--9.99.
       01  ws-edited-total             PIC ----,---,---,--9.99.
       01  ws-edited-items             PIC ZZ9.
       01  ws-edited-pct               PIC ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-LOAD-TRAN-CODE-TABLE
           PERFORM 2000-COLLECT-CASH-ITEMS
           PERFORM 3000-REPORT-CANDIDATES
           PERFORM 8000-WRITE-TOTALS
           CLOSE transaction-file
           CLOSE account-master
           CLOSE candidate-file
           CLOSE report-file
      *> an item or account that would not fit its table was never
      *> judged; compliance must not take a short list as complete.
           IF ws-items-lost > 0
               OR ws-accounts-lost > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Accepts the report date, thresholds and file names, works
      *> out where the structuring window starts, opens every file,
      *> and writes the candidate file header and report heading.
       1000-INITIALIZE.
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
           ACCEPT ws-env-value FROM ENVIRONMENT 'CTR_CANDIDATE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-candidate-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'CTR_REPORT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-report-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'CTR_THRESHOLD'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-ctr-threshold
           END-IF
           IF ws-ctr-threshold = 0
               MOVE 10000.00 TO ws-ctr-threshold
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'STRUCT_FLOOR_PCT'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-struct-floor-pct
           END-IF
           IF ws-struct-floor-pct = 0 OR ws-struct-floor-pct > 99
               MOVE 80 TO ws-struct-floor-pct
           END-IF
           COMPUTE ws-struct-floor ROUNDED =
               ws-ctr-threshold * ws-struct-floor-pct / 100

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'STRUCT_WINDOW_DAYS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-struct-window-days
           END-IF
           IF ws-struct-window-days = 0
               MOVE 5 TO ws-struct-window-days
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'STRUCT_MIN_ITEMS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-struct-min-items
           END-IF
           IF ws-struct-min-items < 2
               MOVE 3 TO ws-struct-min-items
           END-IF

           PERFORM 1100-READ-DATE-CONTROL
           MOVE ws-today-text TO ws-report-date
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'CTR_DATE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-report-date
           END-IF
           IF ws-report-date NOT NUMERIC
               DISPLAY 'CashTransactionReview: CTR_DATE '
                   ws-report-date ' is not a YYYYMMDD date'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-report-date TO ws-report-date-num
           COMPUTE ws-window-start-num =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-report-date-num)
                   - ws-struct-window-days + 1)
           MOVE ws-window-start-num TO ws-window-start

           OPEN INPUT transaction-file
           IF ws-transaction-status NOT = '00'
               DISPLAY 'CashTransactionReview: unable to open '
                   ws-transaction-filename
                   ', file status ' ws-transaction-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'CashTransactionReview: unable to open '
                   ws-acct-master-filename
                   ', file status ' ws-acct-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT candidate-file
           IF ws-candidate-status NOT = '00'
               DISPLAY 'CashTransactionReview: unable to open '
                   ws-candidate-filename
                   ', file status ' ws-candidate-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT report-file

           MOVE SPACES TO candidate-record
           MOVE 'H' TO cnd-record-type
           MOVE ws-report-date   TO cnd-hdr-report-date
           MOVE ws-ctr-threshold TO cnd-hdr-threshold
           MOVE ws-window-start  TO cnd-hdr-window-start
           WRITE candidate-record
           PERFORM 7000-WRITE-REPORT-HEADING.

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
               DISPLAY 'CashTransactionReview: unable to open '
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
               DISPLAY 'CashTransactionReview: no usable business '
                   'date in ' ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> A table with no cash code on it would report nothing and
      *> look clean, so that refuses to run as an empty table does.
       1400-LOAD-TRAN-CODE-TABLE.
           OPEN INPUT tran-code-file
           IF ws-tran-code-status NOT = '00'
               DISPLAY 'CashTransactionReview: unable to open '
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
                               MOVE tcf-cash-flag
                                   TO ws-tcode-cash-flag
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
           MOVE 0 TO ws-tcode-found-idx
           PERFORM VARYING ws-tcode-idx FROM 1 BY 1
                   UNTIL ws-tcode-idx > ws-tran-code-count
               IF ws-tcode-is-cash(ws-tcode-idx)
                   MOVE ws-tcode-idx TO ws-tcode-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-tcode-found-idx = 0
               DISPLAY 'CashTransactionReview: no cash codes in '
                   ws-tran-code-filename
                   ' - refusing to report on an unflagged '
                   'transaction-code table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The date index from the window start to the report date
      *> delivers exactly the days under review, oldest first.
       2000-COLLECT-CASH-ITEMS.
           MOVE ws-window-start TO txn-tran-date
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
                       IF txn-tran-date > ws-report-date
                           MOVE 'Y' TO ws-end-of-browse
                       ELSE
                           ADD 1 TO ws-records-read
                           PERFORM 2100-JUDGE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       2100-JUDGE-ONE-POSTING.
           IF (txn-is-data OR txn-is-transfer)
               AND NOT txn-item-reversed
               MOVE 0 TO ws-tcode-found-idx
               PERFORM VARYING ws-tcode-idx FROM 1 BY 1
                       UNTIL ws-tcode-idx > ws-tran-code-count
                   IF ws-tcode-code(ws-tcode-idx) = txn-tran-code
                       MOVE ws-tcode-idx TO ws-tcode-found-idx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ws-tcode-found-idx > 0
                   IF ws-tcode-is-cash(ws-tcode-found-idx)
                       ADD 1 TO ws-cash-items-read
                       PERFORM 2200-KEEP-CASH-ITEM
                   END-IF
               END-IF
           END-IF.

       2200-KEEP-CASH-ITEM.
           IF ws-tcode-is-debit(ws-tcode-found-idx)
               MOVE 2 TO ws-dir-idx
           ELSE
               MOVE 1 TO ws-dir-idx
           END-IF
           PERFORM 2300-FIND-CASH-ACCOUNT
           IF ws-cacct-found-idx > 0
               IF ws-item-count < 20000
                   ADD 1 TO ws-item-count
                   MOVE txn-account-number
                       TO ws-item-account(ws-item-count)
                   MOVE txn-tran-date TO ws-item-date(ws-item-count)
                   MOVE txn-tran-code TO ws-item-code(ws-item-count)
                   MOVE txn-amount TO ws-item-amount(ws-item-count)
                   MOVE ws-dir-idx TO ws-item-dir(ws-item-count)
                   MOVE 'N' TO ws-item-near-flag(ws-item-count)
                   IF txn-amount NOT < ws-struct-floor
                       AND txn-amount < ws-ctr-threshold
                       MOVE 'Y' TO ws-item-near-flag(ws-item-count)
                       ADD 1 TO ws-cacct-near-items
                           (ws-cacct-found-idx, ws-dir-idx)
                       ADD txn-amount TO ws-cacct-near-total
                           (ws-cacct-found-idx, ws-dir-idx)
                       IF txn-tran-date = ws-report-date
                           MOVE 'Y' TO ws-cacct-near-today
                               (ws-cacct-found-idx, ws-dir-idx)
                       END-IF
                   END-IF
                   IF txn-tran-date = ws-report-date
                       ADD 1 TO ws-cacct-day-items
                           (ws-cacct-found-idx, ws-dir-idx)
                       ADD txn-amount TO ws-cacct-day-total
                           (ws-cacct-found-idx, ws-dir-idx)
                       IF ws-dir-idx = 1
                           ADD txn-amount TO ws-day-cash-in
                       ELSE
                           ADD txn-amount TO ws-day-cash-out
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO ws-items-lost
               END-IF
           END-IF.

      *> Finds the account's entry, or opens one in its account-
      *> order place by shifting the later entries up one.  Leaves
      *> zero in ws-cacct-found-idx when the table is full, and
      *> counts the item as belonging to an account not judged.
       2300-FIND-CASH-ACCOUNT.
           MOVE 0 TO ws-cacct-found-idx
           PERFORM VARYING ws-cacct-idx FROM 1 BY 1
                   UNTIL ws-cacct-idx > ws-cash-account-count
               IF ws-cacct-number(ws-cacct-idx)
                       NOT < txn-account-number
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-cacct-idx NOT > ws-cash-account-count
               AND ws-cacct-number(ws-cacct-idx) = txn-account-number
               MOVE ws-cacct-idx TO ws-cacct-found-idx
           ELSE
               IF ws-cash-account-count < 5000
                   PERFORM VARYING ws-shift-idx
                           FROM ws-cash-account-count BY -1
                           UNTIL ws-shift-idx < ws-cacct-idx
                       MOVE ws-cash-account-entry(ws-shift-idx)
                           TO ws-cash-account-entry(ws-shift-idx + 1)
                   END-PERFORM
                   ADD 1 TO ws-cash-account-count
                   MOVE ws-cacct-idx TO ws-cacct-found-idx
                   INITIALIZE ws-cash-account-entry(ws-cacct-idx)
                   MOVE txn-account-number
                       TO ws-cacct-number(ws-cacct-idx)
                   MOVE 'N' TO ws-cacct-near-today(ws-cacct-idx, 1)
                   MOVE 'N' TO ws-cacct-near-today(ws-cacct-idx, 2)
               ELSE
                   ADD 1 TO ws-accounts-lost
               END-IF
           END-IF.

      *> Per account and direction: over the threshold on the day is
      *> a CTR candidate; enough just-under items in the window, one
      *> of them today, is a structuring candidate.  An account can
      *> be both.
       3000-REPORT-CANDIDATES.
           PERFORM VARYING ws-cacct-idx FROM 1 BY 1
                   UNTIL ws-cacct-idx > ws-cash-account-count
               PERFORM VARYING ws-dir-idx FROM 1 BY 1
                       UNTIL ws-dir-idx > 2
                   IF ws-cacct-day-total(ws-cacct-idx, ws-dir-idx)
                           > ws-ctr-threshold
                       MOVE 'C' TO ws-candidate-type
                       ADD 1 TO ws-ctr-candidates
                       PERFORM 3100-WRITE-CANDIDATE
                   END-IF
                   IF ws-cacct-near-items(ws-cacct-idx, ws-dir-idx)
                           NOT < ws-struct-min-items
                       AND ws-cacct-near-on-day
                           (ws-cacct-idx, ws-dir-idx)
                       MOVE 'S' TO ws-candidate-type
                       ADD 1 TO ws-struct-candidates
                       PERFORM 3100-WRITE-CANDIDATE
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-WRITE-CANDIDATE.
           IF ws-dir-idx = 1
               MOVE 'I'        TO ws-dir-text
               MOVE 'CASH IN'  TO ws-dir-label
           ELSE
               MOVE 'O'        TO ws-dir-text
               MOVE 'CASH OUT' TO ws-dir-label
           END-IF
           MOVE ws-cacct-number(ws-cacct-idx) TO acct-account-number
           READ account-master
               INVALID KEY
                   MOVE '** NOT ON ACCOUNT MASTER **'
                       TO ws-candidate-name
               NOT INVALID KEY
                   MOVE acct-account-name TO ws-candidate-name
           END-READ

           MOVE SPACES TO candidate-record
           MOVE ws-candidate-type TO cnd-record-type
           MOVE ws-cacct-number(ws-cacct-idx) TO cnd-account-number
           MOVE ws-candidate-name TO cnd-account-name
           MOVE ws-report-date    TO cnd-report-date
           MOVE ws-dir-text       TO cnd-direction
           IF ws-candidate-ctr
               MOVE ws-cacct-day-total(ws-cacct-idx, ws-dir-idx)
                   TO cnd-total-amount
               MOVE ws-cacct-day-items(ws-cacct-idx, ws-dir-idx)
                   TO cnd-item-count
           ELSE
               MOVE ws-cacct-near-total(ws-cacct-idx, ws-dir-idx)
                   TO cnd-total-amount
               MOVE ws-cacct-near-items(ws-cacct-idx, ws-dir-idx)
                   TO cnd-item-count
           END-IF
           WRITE candidate-record

           MOVE cnd-total-amount TO ws-edited-total
           MOVE cnd-item-count   TO ws-edited-count
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           IF ws-candidate-ctr
               STRING 'CTR          ' cnd-account-number
                   '  ' ws-candidate-name '  ' ws-dir-label
                   ' for the day ' ws-edited-total
                   ' in ' ws-edited-count ' items'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           ELSE
               STRING 'STRUCTURING  ' cnd-account-number
                   '  ' ws-candidate-name '  ' ws-dir-label
                   ' just under  ' ws-edited-total
                   ' in ' ws-edited-count ' items'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
           END-IF
           WRITE report-line

           PERFORM VARYING ws-item-idx FROM 1 BY 1
                   UNTIL ws-item-idx > ws-item-count
               IF ws-item-account(ws-item-idx)
                       = ws-cacct-number(ws-cacct-idx)
                   AND ws-item-dir(ws-item-idx) = ws-dir-idx
                   IF (ws-candidate-ctr
                           AND ws-item-date(ws-item-idx)
                               = ws-report-date)
                       OR (ws-candidate-structuring
                           AND ws-item-is-near(ws-item-idx))
                       PERFORM 3200-WRITE-CONTRIBUTING-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       3200-WRITE-CONTRIBUTING-ITEM.
           MOVE SPACES TO candidate-record
           MOVE 'D' TO cnd-record-type
           MOVE ws-item-account(ws-item-idx) TO cnd-dtl-account-number
           MOVE ws-item-date(ws-item-idx)    TO cnd-dtl-tran-date
           MOVE ws-item-code(ws-item-idx)    TO cnd-dtl-tran-code
           MOVE ws-dir-text                  TO cnd-dtl-direction
           MOVE ws-item-amount(ws-item-idx)  TO cnd-dtl-amount
           WRITE candidate-record
           ADD 1 TO ws-detail-lines

           MOVE ws-item-amount(ws-item-idx) TO ws-edited-amount
           MOVE SPACES TO report-line
           STRING '               ' ws-item-date(ws-item-idx)
               '  ' ws-item-code(ws-item-idx)
               '  ' ws-edited-amount
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       7000-WRITE-REPORT-HEADING.
           MOVE ws-ctr-threshold TO ws-edited-amount
           MOVE SPACES TO report-line
           STRING 'Cash transaction review for ' ws-report-date
               ' - CTR threshold ' ws-edited-amount
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE ws-struct-min-items   TO ws-edited-items
           MOVE ws-struct-floor-pct   TO ws-edited-pct
           MOVE SPACES TO report-line
           STRING 'Structuring: ' ws-edited-items
               ' or more items of ' ws-edited-pct
               '% to 100% of the threshold since '
               ws-window-start
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       8000-WRITE-TOTALS.
           MOVE SPACES TO candidate-record
           MOVE 'T' TO cnd-record-type
           MOVE ws-ctr-candidates    TO cnd-trl-ctr-count
           MOVE ws-struct-candidates TO cnd-trl-struct-count
           MOVE ws-detail-lines      TO cnd-trl-detail-count
           WRITE candidate-record

           MOVE SPACES TO report-line
           WRITE report-line

           MOVE ws-records-read TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Postings read in the window:        '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-cash-items-read TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Cash items in the window:           '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-day-cash-in TO ws-edited-total
           MOVE SPACES TO report-line
           STRING 'Cash in on the report date:       '
               ws-edited-total DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-day-cash-out TO ws-edited-total
           MOVE SPACES TO report-line
           STRING 'Cash out on the report date:      '
               ws-edited-total DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-ctr-candidates TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'CTR candidates:                     '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-struct-candidates TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Structuring candidates:             '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-items-lost TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Cash items not judged (table full): '
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-accounts-lost TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Items of accounts not judged (full):'
               ws-edited-count DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.
