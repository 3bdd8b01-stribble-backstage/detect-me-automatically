       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderGen.

      *> Daily standing-order generator, run before the posting run.
      *> Every active instruction on the standing-order master whose
      *> next due date has arrived (on or before the business date)
      *> is written out as one transfer: a matched pair of 'X' legs,
      *> the debit leg on the from account under the standing-order
      *> debit code and the credit leg on the to account under the
      *> credit code, each naming the other's account and both
      *> carrying the same generated pair reference (the order id
      *> followed by the order's payment count).  The legs are dated
      *> the business date, so a payment due on a weekend or holiday
      *> goes out on the next business day.
      *>
      *> The legs go out as a well-formed input feed - 'H' header,
      *> the legs, 'T' trailer carrying their count - which
      *> operations add to the posting run's INPUT_FILES, where they
      *> pair, pass the funds decision and post like any other
      *> transfer.  The feed is written every run, holding only its
      *> header and trailer on a day with nothing due.
      *>
      *> Once its legs are written an instruction's next due date is
      *> advanced one period: a week, or a month to the paying day
      *> (the day of the start date for M, the given day for D,
      *> the last day of a shorter month).  An instruction whose
      *> next due date then passes its end date is marked ended.
      *> One payment per instruction per run: an instruction found
      *> more than one period overdue (after an outage) catches up
      *> one payment a run.
      *>
      *> Not every due instruction is paid:
      *>   SKIPPED  - either account is missing from the account
      *>              master, closed or frozen, or the from account
      *>              is dormant (the posting run would only send the
      *>              debit to suspense).  No legs; the payment is
      *>              missed and the next due date still advances, so
      *>              the customer is never paid late in a lump.
      *>   DEFERRED - the posting run keys an item on account, date
      *>              and code, so a second payment out of (or into)
      *>              the same account today would collide with the
      *>              first.  No legs and no advance: it goes out on
      *>              the next business day.
      *> Both are listed on the generation report for operations.
      *>
      *> Rerun safety: an instruction already generated on this
      *> business date has its same legs, with the same pair
      *> reference, written to the feed again and is not advanced
      *> a second time, so a rerun regenerates the identical feed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
      *> OPTIONAL so a schedule can run the generator before the
      *> first instruction is ever added.
           SELECT OPTIONAL order-file ASSIGN TO ws-order-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sto-order-id
               FILE STATUS IS ws-order-status.
           SELECT account-master ASSIGN TO ws-acct-master-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acct-account-number
               FILE STATUS IS ws-acct-master-status.
           SELECT standing-feed-file
               ASSIGN TO ws-standing-feed-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-standing-feed-status.
           SELECT report-file ASSIGN TO ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  order-file.
       01  order-record.
           COPY STNDREC REPLACING LEADING ==PREFIX== BY ==sto==.

       FD  account-master.
       01  account-master-record.
           COPY ACCTREC REPLACING LEADING ==PREFIX== BY ==acct==.

       FD  standing-feed-file.
       01  standing-feed-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==sfd==.

       FD  report-file.
       01  report-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.

       01  ws-order-filename           PIC X(200)
               VALUE 'standing_orders.dat'.
       01  ws-acct-master-filename     PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-standing-feed-filename   PIC X(200)
               VALUE 'standing_order_input.txt'.
       01  ws-report-filename          PIC X(200)
               VALUE 'standing_order_report.txt'.
       01  ws-order-status             PIC XX.
       01  ws-acct-master-status       PIC XX.
       01  ws-standing-feed-status     PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> the transfer codes the legs go out under: a debit and a
      *> credit on the posting run's code table.
       01  ws-debit-tran-code          PIC X(2) VALUE 'SD'.
       01  ws-credit-tran-code         PIC X(2) VALUE 'SC'.

      *> the one instruction being judged.
       01  ws-order-result             PIC X(11).
       01  ws-order-note               PIC X(40).
       01  ws-due-date-shown           PIC X(8).
       01  ws-pair-reference.
           05  ws-pair-order-id        PIC X(8).
           05  ws-pair-count           PIC 9(4).

      *> account/code keys the legs written this run already use:
      *> the posting run would dup-reject a second item on one.
       01  ws-key-count                PIC 9(4) VALUE 0.
       01  ws-key-idx                  PIC 9(4).
       01  ws-key-found-flag           PIC X.
           88  ws-key-found            VALUE 'Y'.
       01  ws-key-table-area.
           05  ws-key-entry OCCURS 5000 TIMES.
               10  ws-key-account      PIC X(10).
               10  ws-key-code         PIC X(2).
       01  ws-check-account            PIC X(10).
       01  ws-check-code               PIC X(2).

      *> payment-day arithmetic, as in StandingOrderMaint.
       01  ws-target-day               PIC 9(2).
       01  ws-calc-date.
           05  ws-calc-year            PIC 9(4).
           05  ws-calc-month           PIC 9(2).
           05  ws-calc-day             PIC 9(2).
       01  ws-calc-date-num REDEFINES ws-calc-date PIC 9(8).
       01  ws-month-start.
           05  ws-mstart-year          PIC 9(4).
           05  ws-mstart-month         PIC 9(2).
           05  ws-mstart-day           PIC 9(2).
       01  ws-month-start-num REDEFINES ws-month-start PIC 9(8).
       01  ws-month-last-date          PIC 9(8).
       01  ws-month-last-parts REDEFINES ws-month-last-date.
           05  FILLER                  PIC 9(6).
           05  ws-month-last-day       PIC 9(2).
       01  ws-start-parts.
           05  FILLER                  PIC X(6).
           05  ws-start-day            PIC 9(2).

       01  ws-orders-read              PIC 9(9) VALUE 0.
       01  ws-orders-inactive          PIC 9(9) VALUE 0.
       01  ws-orders-not-due           PIC 9(9) VALUE 0.
       01  ws-orders-generated         PIC 9(9) VALUE 0.
       01  ws-orders-regenerated       PIC 9(9) VALUE 0.
       01  ws-orders-skipped           PIC 9(9) VALUE 0.
       01  ws-orders-deferred          PIC 9(9) VALUE 0.
       01  ws-orders-ended             PIC 9(9) VALUE 0.
       01  ws-orders-unusable          PIC 9(9) VALUE 0.
       01  ws-keys-lost                PIC 9(9) VALUE 0.
       01  ws-feed-records-written     PIC 9(9) VALUE 0.
       01  ws-order-write-errors       PIC 9(9) VALUE 0.
       01  ws-total-generated          PIC 9(11)V99 VALUE 0.

       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-amount            PIC ----,---,--9.99.
       01  ws-edited-total-amount      PIC ----,---,---,--9.99.

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
           PERFORM 2000-GENERATE-ALL-ORDERS
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE order-file
           CLOSE account-master
           CLOSE report-file
           PERFORM 8100-DISPLAY-CONTROL-TOTALS
           IF ws-order-write-errors > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Accepts the runtime file names and codes and opens every
      *> file; the feed's header and the report's heading are
      *> written here so both exist even with nothing due.
       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'STANDING_ORDER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-order-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ACCOUNT_MASTER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-acct-master-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'STANDING_FEED_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-standing-feed-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'STANDING_REPORT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-report-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'STANDING_DEBIT_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-debit-tran-code
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'STANDING_CREDIT_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-credit-tran-code
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           OPEN I-O order-file
           IF ws-order-status NOT = '00'
               AND ws-order-status NOT = '05'
               DISPLAY 'StandingOrderGen: unable to open '
                   ws-order-filename
                   ' I-O, file status ' ws-order-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'StandingOrderGen: unable to open '
                   ws-acct-master-filename
                   ', file status ' ws-acct-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT standing-feed-file
           IF ws-standing-feed-status NOT = '00'
               DISPLAY 'StandingOrderGen: unable to open '
                   ws-standing-feed-filename
                   ', file status ' ws-standing-feed-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO standing-feed-record
           MOVE 'H' TO sfd-record-type
           WRITE standing-feed-record

           OPEN OUTPUT report-file
           PERFORM 7000-BUILD-TIMESTAMP
           MOVE SPACES TO report-line
           STRING 'Standing order generation - business date '
               ws-today-text ' - run ' ws-timestamp-text
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO report-line
           STRING 'ORDER    FROM       TO                  AMOUNT'
               '  DUE DATE  RESULT       NOTE'
               DELIMITED BY SIZE
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
               DISPLAY 'StandingOrderGen: unable to open '
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
               DISPLAY 'StandingOrderGen: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

       2000-GENERATE-ALL-ORDERS.
           MOVE 'N' TO ws-end-of-file
           MOVE LOW-VALUES TO sto-order-id
           START order-file
               KEY IS NOT LESS THAN sto-order-id
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-file
           END-START
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ order-file NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       ADD 1 TO ws-orders-read
                       PERFORM 2100-JUDGE-ONE-ORDER
               END-READ
           END-PERFORM
           MOVE SPACES TO standing-feed-record
           MOVE 'T' TO sfd-record-type
           MOVE ws-feed-records-written TO sfd-trailer-count
           WRITE standing-feed-record
           CLOSE standing-feed-file.

      *> Decides what one instruction gets today.  Cancelled and
      *> ended instructions are passed over quietly; one already
      *> generated today is a rerun and writes its legs again;
      *> anything not yet due waits.  A due instruction whose dates
      *> or amount have gone unreadable is reported and left alone
      *> rather than guessed at.
       2100-JUDGE-ONE-ORDER.
           MOVE SPACES TO ws-order-result
           MOVE SPACES TO ws-order-note
           MOVE sto-next-due-date TO ws-due-date-shown
           EVALUATE TRUE
               WHEN sto-last-generated-date = ws-today-text
                   PERFORM 2200-REPEAT-TODAYS-PAYMENT
               WHEN NOT sto-order-active
                   ADD 1 TO ws-orders-inactive
               WHEN sto-next-due-date NOT NUMERIC
                   OR sto-amount NOT NUMERIC
                   ADD 1 TO ws-orders-unusable
                   MOVE 'UNUSABLE' TO ws-order-result
                   MOVE 'next due date or amount unreadable'
                       TO ws-order-note
                   PERFORM 2700-WRITE-REPORT-LINE
               WHEN sto-next-due-date > ws-today-text
                   ADD 1 TO ws-orders-not-due
               WHEN sto-end-date NOT = SPACES
                   AND sto-next-due-date > sto-end-date
                   PERFORM 2500-END-ORDER
               WHEN OTHER
                   PERFORM 2300-JUDGE-DUE-ORDER
           END-EVALUATE.

      *> A rerun of a business date this instruction was already
      *> paid on: the same legs under the same pair reference, no
      *> second advance.
       2200-REPEAT-TODAYS-PAYMENT.
           ADD 1 TO ws-orders-regenerated
           MOVE sto-last-pair-reference TO ws-pair-reference
           MOVE sto-from-account TO ws-check-account
           MOVE ws-debit-tran-code TO ws-check-code
           PERFORM 2950-REMEMBER-KEY
           MOVE sto-to-account TO ws-check-account
           MOVE ws-credit-tran-code TO ws-check-code
           PERFORM 2950-REMEMBER-KEY
           PERFORM 2600-WRITE-TRANSFER-LEGS
           MOVE 'REGENERATED' TO ws-order-result
           MOVE 'already generated this business date'
               TO ws-order-note
           MOVE ws-today-text TO ws-due-date-shown
           PERFORM 2700-WRITE-REPORT-LINE.

      *> A due instruction: its accounts are checked on the master,
      *> then the two account/code keys its legs would use, and
      *> only then are the legs written and the instruction moved
      *> on to its next payment.
       2300-JUDGE-DUE-ORDER.
           MOVE sto-from-account TO acct-account-number
           READ account-master
               INVALID KEY
                   MOVE 'from account not on account master'
                       TO ws-order-note
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN acct-account-closed
                           MOVE 'from account closed' TO ws-order-note
                       WHEN acct-account-frozen
                           MOVE 'from account frozen' TO ws-order-note
                       WHEN acct-account-dormant
                           MOVE 'from account dormant'
                               TO ws-order-note
                   END-EVALUATE
           END-READ
           IF ws-order-note = SPACES
               MOVE sto-to-account TO acct-account-number
               READ account-master
                   INVALID KEY
                       MOVE 'to account not on account master'
                           TO ws-order-note
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN acct-account-closed
                               MOVE 'to account closed'
                                   TO ws-order-note
                           WHEN acct-account-frozen
                               MOVE 'to account frozen'
                                   TO ws-order-note
                       END-EVALUATE
               END-READ
           END-IF
           IF ws-order-note NOT = SPACES
               ADD 1 TO ws-orders-skipped
               MOVE 'SKIPPED' TO ws-order-result
               PERFORM 2700-WRITE-REPORT-LINE
               PERFORM 2400-ADVANCE-NEXT-DUE
               PERFORM 2800-REWRITE-ORDER
           ELSE
               PERFORM 2350-GENERATE-PAYMENT
           END-IF.

       2350-GENERATE-PAYMENT.
           MOVE sto-from-account TO ws-check-account
           MOVE ws-debit-tran-code TO ws-check-code
           PERFORM 2900-FIND-KEY
           IF NOT ws-key-found
               MOVE sto-to-account TO ws-check-account
               MOVE ws-credit-tran-code TO ws-check-code
               PERFORM 2900-FIND-KEY
           END-IF
           IF ws-key-found
               ADD 1 TO ws-orders-deferred
               MOVE 'DEFERRED' TO ws-order-result
               MOVE 'account already has a payment today'
                   TO ws-order-note
               PERFORM 2700-WRITE-REPORT-LINE
           ELSE
               MOVE sto-from-account TO ws-check-account
               MOVE ws-debit-tran-code TO ws-check-code
               PERFORM 2950-REMEMBER-KEY
               MOVE sto-to-account TO ws-check-account
               MOVE ws-credit-tran-code TO ws-check-code
               PERFORM 2950-REMEMBER-KEY
               IF sto-generated-count = 9999
                   MOVE 1 TO sto-generated-count
               ELSE
                   ADD 1 TO sto-generated-count
               END-IF
               MOVE sto-order-id TO ws-pair-order-id
               MOVE sto-generated-count TO ws-pair-count
               MOVE ws-pair-reference TO sto-last-pair-reference
               MOVE ws-today-text TO sto-last-generated-date
               PERFORM 2600-WRITE-TRANSFER-LEGS
               ADD 1 TO ws-orders-generated
               ADD sto-amount TO ws-total-generated
               MOVE 'GENERATED' TO ws-order-result
               MOVE ws-pair-reference TO ws-order-note
               PERFORM 2700-WRITE-REPORT-LINE
               PERFORM 2400-ADVANCE-NEXT-DUE
               PERFORM 2800-REWRITE-ORDER
           END-IF.

      *> Moves the next due date on one period from where it stands,
      *> and ends the instruction if that passes its end date.
       2400-ADVANCE-NEXT-DUE.
           MOVE sto-next-due-date TO ws-calc-date
           IF sto-freq-weekly
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-calc-date-num) + 7)
                   TO ws-calc-date-num
           ELSE
               IF sto-freq-day-of-month
                   MOVE sto-day-of-month TO ws-target-day
               ELSE
                   MOVE sto-start-date TO ws-start-parts
                   MOVE ws-start-day TO ws-target-day
               END-IF
               PERFORM 7200-NEXT-MONTH
               PERFORM 7300-SET-PAYING-DAY
           END-IF
           MOVE ws-calc-date TO sto-next-due-date
           IF sto-end-date NOT = SPACES
               AND sto-next-due-date > sto-end-date
               SET sto-order-ended TO TRUE
               ADD 1 TO ws-orders-ended
           END-IF.

      *> Due, but past its end date already (an end date brought in
      *> by maintenance): nothing is paid, and the instruction ends.
       2500-END-ORDER.
           SET sto-order-ended TO TRUE
           ADD 1 TO ws-orders-ended
           MOVE 'ENDED' TO ws-order-result
           MOVE 'next due date is past the end date'
               TO ws-order-note
           PERFORM 2700-WRITE-REPORT-LINE
           PERFORM 2800-REWRITE-ORDER.

      *> The two legs of one payment, debit leg first, dated the
      *> business date, in base currency.
       2600-WRITE-TRANSFER-LEGS.
           MOVE SPACES TO standing-feed-record
           MOVE 'X' TO sfd-record-type
           MOVE sto-from-account TO sfd-account-number
           MOVE ws-today-text TO sfd-tran-date
           MOVE ws-debit-tran-code TO sfd-tran-code
           MOVE sto-amount TO sfd-amount
           MOVE sto-to-account TO sfd-counterparty-acct
           MOVE ws-pair-reference TO sfd-pair-reference
           MOVE sto-memo TO sfd-transfer-memo
           PERFORM 2650-WRITE-FEED-RECORD
           MOVE SPACES TO standing-feed-record
           MOVE 'X' TO sfd-record-type
           MOVE sto-to-account TO sfd-account-number
           MOVE ws-today-text TO sfd-tran-date
           MOVE ws-credit-tran-code TO sfd-tran-code
           MOVE sto-amount TO sfd-amount
           MOVE sto-from-account TO sfd-counterparty-acct
           MOVE ws-pair-reference TO sfd-pair-reference
           MOVE sto-memo TO sfd-transfer-memo
           PERFORM 2650-WRITE-FEED-RECORD.

       2650-WRITE-FEED-RECORD.
           WRITE standing-feed-record
           IF ws-standing-feed-status NOT = '00'
               DISPLAY 'StandingOrderGen: feed write to '
                   ws-standing-feed-filename
                   ' failed, file status ' ws-standing-feed-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-feed-records-written.

       2700-WRITE-REPORT-LINE.
           IF sto-amount NUMERIC
               MOVE sto-amount TO ws-edited-amount
           ELSE
               MOVE 0 TO ws-edited-amount
           END-IF
           MOVE SPACES TO report-line
           STRING sto-order-id ' '
               sto-from-account ' '
               sto-to-account ' '
               ws-edited-amount '  '
               ws-due-date-shown '  '
               ws-order-result '  '
               ws-order-note
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

      *> A failed REWRITE leaves the instruction as it was on file:
      *> a generated payment would then go out again tomorrow, so
      *> the failure fails the run for operations to pull that
      *> payment's legs from the feed before it posts.
       2800-REWRITE-ORDER.
           REWRITE order-record
           IF ws-order-status NOT = '00'
               ADD 1 TO ws-order-write-errors
               DISPLAY 'StandingOrderGen: rewrite of order '
                   sto-order-id ' failed, file status '
                   ws-order-status
           END-IF.

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

       7200-NEXT-MONTH.
           IF ws-calc-month = 12
               ADD 1 TO ws-calc-year
               MOVE 1 TO ws-calc-month
           ELSE
               ADD 1 TO ws-calc-month
           END-IF.

      *> Puts ws-calc-date on ws-target-day of its month, or on the
      *> month's last day when the month is shorter than that.
       7300-SET-PAYING-DAY.
           MOVE ws-calc-year TO ws-mstart-year
           MOVE ws-calc-month TO ws-mstart-month
           MOVE 1 TO ws-mstart-day
           IF ws-mstart-month = 12
               ADD 1 TO ws-mstart-year
               MOVE 1 TO ws-mstart-month
           ELSE
               ADD 1 TO ws-mstart-month
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-month-start-num) - 1)
               TO ws-month-last-date
           IF ws-target-day > ws-month-last-day
               MOVE ws-month-last-day TO ws-calc-day
           ELSE
               MOVE ws-target-day TO ws-calc-day
           END-IF.

       8000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO report-line
           WRITE report-line

           MOVE ws-orders-read TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Instructions on file:          ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-inactive TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Cancelled or ended:            ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-not-due TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Not yet due:                   ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-generated TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Payments generated:            ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-total-generated TO ws-edited-total-amount
           MOVE SPACES TO report-line
           STRING 'Amount generated:              '
               ws-edited-total-amount DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-regenerated TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Payments regenerated (rerun):  ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-skipped TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Payments skipped (accounts):   ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-deferred TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Payments deferred a day:       ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-ended TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Instructions ended this run:   ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-orders-unusable TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Instructions unreadable:       ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-feed-records-written TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Transfer legs written:         ' ws-edited-count
               '  (' DELIMITED BY SIZE
               ws-standing-feed-filename DELIMITED BY SPACE
               ')' DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line

           MOVE ws-order-write-errors TO ws-edited-count
           MOVE SPACES TO report-line
           STRING 'Instructions not rewritten:    ' ws-edited-count
               DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line.

       8100-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'StandingOrderGen: instructions read    '
               ws-orders-read
           DISPLAY 'StandingOrderGen: payments generated   '
               ws-orders-generated
           DISPLAY 'StandingOrderGen: payments regenerated '
               ws-orders-regenerated
           DISPLAY 'StandingOrderGen: payments skipped     '
               ws-orders-skipped
           DISPLAY 'StandingOrderGen: payments deferred    '
               ws-orders-deferred
           DISPLAY 'StandingOrderGen: keys not remembered  '
               ws-keys-lost
           DISPLAY 'StandingOrderGen: rewrite errors       '
               ws-order-write-errors.
