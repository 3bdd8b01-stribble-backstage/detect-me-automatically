       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderMaint.

      *> Maintenance for the keyed standing-order master: the
      *> customers' recurring transfers StandingOrderGen turns into
      *> transfer pairs as they fall due.  Each maintenance
      *> transaction names an action and an order:
      *>
      *>   A - add a new instruction (the order id must be new)
      *>   C - change an active instruction: any of the to account,
      *>       amount, frequency (with its day of the month), end
      *>       date and memo given non-blank replace the ones on
      *>       file; an end date of all zeros removes the end date
      *>   X - cancel an active instruction
      *>
      *> The from account and start date are what the instruction
      *> is: a change naming a different one is refused, and the
      *> customer's new instruction goes in as a cancel and an add.
      *> A cancelled instruction stays on the master, so its history
      *> - and its audit trail - can still be traced.
      *>
      *> An add needs both accounts on the account master and not
      *> closed, a positive amount, a known frequency, and a start
      *> date no earlier than the business date; its first due date
      *> is the first payment day on or after the start date.  A
      *> change of frequency or day works the next due date out
      *> again from the one on file, so a payment already due is
      *> never skipped by it.
      *>
      *> Every transaction - applied or refused - is written to the
      *> change audit with the instruction's before and after
      *> images, as AccountMasterMaint does for the account master.
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
      *> OPTIONAL because the first adds ever create it.
           SELECT OPTIONAL order-file ASSIGN TO ws-order-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sto-order-id
               FILE STATUS IS ws-order-status.
           SELECT account-master ASSIGN TO ws-acct-master-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acct-account-number
               FILE STATUS IS ws-acct-master-status.
      *> the change audit accumulates across runs.
           SELECT OPTIONAL audit-file ASSIGN TO ws-audit-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  maint-file.
       01  maint-record.
           05  smt-action          PIC X(1).
               88  smt-action-add      VALUE 'A'.
               88  smt-action-change   VALUE 'C'.
               88  smt-action-cancel   VALUE 'X'.
           05  FILLER              PIC X(1).
           05  smt-order-id        PIC X(8).
           05  FILLER              PIC X(1).
           05  smt-from-account    PIC X(10).
           05  FILLER              PIC X(1).
           05  smt-to-account      PIC X(10).
           05  FILLER              PIC X(1).
           05  smt-amount          PIC 9(9)V99.
           05  smt-amount-text REDEFINES smt-amount PIC X(11).
           05  FILLER              PIC X(1).
           05  smt-frequency       PIC X(1).
           05  FILLER              PIC X(1).
           05  smt-day-of-month    PIC 9(2).
           05  FILLER              PIC X(1).
           05  smt-start-date      PIC X(8).
           05  FILLER              PIC X(1).
           05  smt-end-date        PIC X(8).
           05  FILLER              PIC X(1).
           05  smt-memo            PIC X(26).

       FD  order-file.
       01  order-record.
           COPY STNDREC REPLACING LEADING ==PREFIX== BY ==sto==.

       FD  account-master.
       01  account-master-record.
           COPY ACCTREC REPLACING LEADING ==PREFIX== BY ==acct==.

      *> one audit line per maintenance transaction, applied or not,
      *> with the instruction as it stood before and after.  An add
      *> has a spaces before-image; a refusal repeats the
      *> before-image as the after-image since nothing moved.
       FD  audit-file.
       01  audit-record.
           05  adt-timestamp       PIC X(26).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-action          PIC X(1).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-order-id        PIC X(8).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-result          PIC X(6).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-reason          PIC X(32).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-before-image    PIC X(125).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-after-image     PIC X(125).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.

       01  ws-maint-filename       PIC X(200)
               VALUE 'standing_order_maint.txt'.
       01  ws-order-filename       PIC X(200)
               VALUE 'standing_orders.dat'.
       01  ws-acct-master-filename PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-audit-filename       PIC X(200)
               VALUE 'standing_order_audit.txt'.
       01  ws-maint-status         PIC XX.
       01  ws-order-status         PIC XX.
       01  ws-acct-master-status   PIC XX.
       01  ws-env-value            PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> staged outcome of the one transaction being judged, as in
      *> AccountMasterMaint.
       01  ws-before-image         PIC X(125).
       01  ws-order-found-flag     PIC X.
           88  ws-order-found      VALUE 'Y'.
       01  ws-apply-flag           PIC X.
           88  ws-apply-change     VALUE 'Y'.
       01  ws-refuse-reason        PIC X(32).
       01  ws-recompute-flag       PIC X.
           88  ws-recompute-due    VALUE 'Y'.
       01  ws-end-floor-date       PIC X(8).
       01  ws-check-account        PIC X(10).

      *> payment-day arithmetic.  7100 finds the first payment day
      *> on or after ws-base-date for frequency ws-calc-frequency
      *> (ws-target-day is the day of the month a monthly one pays
      *> on); 7400 judges whether ws-step-date is a real date.
       01  ws-base-date            PIC 9(8).
       01  ws-calc-frequency       PIC X(1).
       01  ws-target-day           PIC 9(2).
       01  ws-calc-date.
           05  ws-calc-year        PIC 9(4).
           05  ws-calc-month       PIC 9(2).
           05  ws-calc-day         PIC 9(2).
       01  ws-calc-date-num REDEFINES ws-calc-date PIC 9(8).
       01  ws-month-start.
           05  ws-mstart-year      PIC 9(4).
           05  ws-mstart-month     PIC 9(2).
           05  ws-mstart-day       PIC 9(2).
       01  ws-month-start-num REDEFINES ws-month-start PIC 9(8).
       01  ws-month-last-date      PIC 9(8).
       01  ws-month-last-parts REDEFINES ws-month-last-date.
           05  FILLER              PIC 9(6).
           05  ws-month-last-day   PIC 9(2).
       01  ws-start-parts.
           05  FILLER              PIC X(6).
           05  ws-start-day        PIC 9(2).
       01  ws-step-date            PIC 9(8).
       01  ws-step-date-text REDEFINES ws-step-date PIC X(8).
       01  ws-int-check            PIC 9(8).
       01  ws-date-ok-flag         PIC X VALUE 'N'.
           88  ws-date-ok          VALUE 'Y'.

       01  ws-trans-read           PIC 9(9) VALUE 0.
       01  ws-trans-applied        PIC 9(9) VALUE 0.
       01  ws-trans-refused        PIC 9(9) VALUE 0.
       01  ws-write-errors         PIC 9(9) VALUE 0.

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
           PERFORM 2000-APPLY-ALL-MAINTENANCE
           CLOSE maint-file
           CLOSE order-file
           CLOSE account-master
           CLOSE audit-file
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           IF ws-write-errors > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'STANDING_ORDER_MAINT_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-maint-filename
           END-IF

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
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'STANDING_ORDER_AUDIT'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-audit-filename
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           OPEN INPUT maint-file
           IF ws-maint-status NOT = '00'
               DISPLAY 'StandingOrderMaint: unable to open '
                   ws-maint-filename
                   ', file status ' ws-maint-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O order-file
           IF ws-order-status NOT = '00'
               AND ws-order-status NOT = '05'
               DISPLAY 'StandingOrderMaint: unable to open '
                   ws-order-filename
                   ' I-O, file status ' ws-order-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> the accounts an instruction names are checked against the
      *> same master the posting run validates against.
           OPEN INPUT account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'StandingOrderMaint: unable to open '
                   ws-acct-master-filename
                   ', file status ' ws-acct-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND audit-file.

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
               DISPLAY 'StandingOrderMaint: unable to open '
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
               DISPLAY 'StandingOrderMaint: no usable business date '
                   'in ' ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

       2000-APPLY-ALL-MAINTENANCE.
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ maint-file
                   AT END
                       MOVE 'Y' TO ws-end-of-file
                   NOT AT END
                       ADD 1 TO ws-trans-read
                       PERFORM 2100-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM.

      *> Judges and applies one maintenance transaction: the order
      *> is read first so the before image is captured whatever the
      *> outcome, and the audit line is written either way.
       2100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO ws-refuse-reason
           MOVE 'N' TO ws-apply-flag
           PERFORM 2200-FETCH-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN smt-order-id = SPACES
                   MOVE 'order id is blank' TO ws-refuse-reason
               WHEN smt-action-add
                   PERFORM 2300-JUDGE-ADD
               WHEN smt-action-change
                   PERFORM 2400-JUDGE-CHANGE
               WHEN smt-action-cancel
                   PERFORM 2450-JUDGE-CANCEL
               WHEN OTHER
                   MOVE 'unknown maintenance action'
                       TO ws-refuse-reason
           END-EVALUATE
           IF ws-apply-change
               MOVE ws-today-text TO sto-last-maint-date
               PERFORM 2500-WRITE-ORDER-CHANGE
           ELSE
               ADD 1 TO ws-trans-refused
           END-IF
           PERFORM 2600-WRITE-AUDIT-LINE.

       2200-FETCH-BEFORE-IMAGE.
           MOVE 'N' TO ws-order-found-flag
           MOVE SPACES TO ws-before-image
           MOVE SPACES TO order-record
           MOVE smt-order-id TO sto-order-id
           IF smt-order-id NOT = SPACES
               READ order-file
                   INVALID KEY
                       MOVE SPACES TO order-record
                       MOVE smt-order-id TO sto-order-id
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-order-found-flag
                       MOVE order-record TO ws-before-image
               END-READ
           END-IF.

      *> A new instruction: every field is checked before anything
      *> is staged, the first refusal naming why.
       2300-JUDGE-ADD.
           MOVE smt-start-date TO ws-step-date-text
           PERFORM 7400-CHECK-DATE-VALID
           EVALUATE TRUE
               WHEN ws-order-found
                   MOVE 'order already on file' TO ws-refuse-reason
               WHEN smt-from-account = SPACES
                   OR smt-to-account = SPACES
                   MOVE 'from or to account is blank'
                       TO ws-refuse-reason
               WHEN smt-from-account = smt-to-account
                   MOVE 'from and to account are the same'
                       TO ws-refuse-reason
               WHEN smt-amount NOT NUMERIC
                   MOVE 'amount not numeric' TO ws-refuse-reason
               WHEN smt-amount = 0
                   MOVE 'amount is zero' TO ws-refuse-reason
               WHEN smt-frequency NOT = 'W'
                   AND smt-frequency NOT = 'M'
                   AND smt-frequency NOT = 'D'
                   MOVE 'frequency not W, M or D'
                       TO ws-refuse-reason
               WHEN smt-frequency = 'D'
                   AND (smt-day-of-month NOT NUMERIC
                       OR smt-day-of-month < 1
                       OR smt-day-of-month > 31)
                   MOVE 'day of month not 01 to 31'
                       TO ws-refuse-reason
               WHEN NOT ws-date-ok
                   MOVE 'start date not a valid date'
                       TO ws-refuse-reason
               WHEN smt-start-date < ws-today-text
                   MOVE 'start date before business date'
                       TO ws-refuse-reason
               WHEN OTHER
                   MOVE smt-start-date TO ws-end-floor-date
                   PERFORM 2350-JUDGE-END-DATE
           END-EVALUATE
           IF ws-refuse-reason = SPACES
               MOVE smt-from-account TO ws-check-account
               PERFORM 2900-CHECK-ACCOUNT
           END-IF
           IF ws-refuse-reason = SPACES
               MOVE smt-to-account TO ws-check-account
               PERFORM 2900-CHECK-ACCOUNT
           END-IF
           IF ws-refuse-reason = SPACES
               MOVE SPACES TO order-record
               MOVE smt-order-id TO sto-order-id
               SET sto-order-active TO TRUE
               MOVE smt-from-account TO sto-from-account
               MOVE smt-to-account TO sto-to-account
               MOVE smt-amount TO sto-amount
               MOVE smt-frequency TO sto-frequency
               IF sto-freq-day-of-month
                   MOVE smt-day-of-month TO sto-day-of-month
               ELSE
                   MOVE 0 TO sto-day-of-month
               END-IF
               MOVE smt-start-date TO sto-start-date
               IF smt-end-date NOT = SPACES
                   AND smt-end-date NOT = '00000000'
                   MOVE smt-end-date TO sto-end-date
               END-IF
               MOVE 0 TO sto-generated-count
               MOVE smt-memo TO sto-memo
               MOVE smt-start-date TO ws-base-date
               PERFORM 2800-SET-FIRST-DUE-DATE
               MOVE 'Y' TO ws-apply-flag
           END-IF.

      *> An end date, when given, must be a real date no earlier
      *> than the start date; all zeros means none.
       2350-JUDGE-END-DATE.
           IF smt-end-date NOT = SPACES
               AND smt-end-date NOT = '00000000'
               MOVE smt-end-date TO ws-step-date-text
               PERFORM 7400-CHECK-DATE-VALID
               IF NOT ws-date-ok
                   MOVE 'end date not a valid date'
                       TO ws-refuse-reason
               ELSE
                   IF smt-end-date < ws-end-floor-date
                       MOVE 'end date before start date'
                           TO ws-refuse-reason
                   END-IF
               END-IF
           END-IF.

      *> A change to an active instruction.  Each non-blank field is
      *> judged in turn against the instruction as it is being
      *> changed, so the first refusal leaves nothing half-applied
      *> on file: the record is only rewritten when every field
      *> passed.
       2400-JUDGE-CHANGE.
           MOVE 'N' TO ws-recompute-flag
           EVALUATE TRUE
               WHEN NOT ws-order-found
                   MOVE 'order not on file' TO ws-refuse-reason
               WHEN NOT sto-order-active
                   MOVE 'order not active' TO ws-refuse-reason
               WHEN smt-from-account NOT = SPACES
                   AND smt-from-account NOT = sto-from-account
                   MOVE 'from account cannot change'
                       TO ws-refuse-reason
               WHEN smt-start-date NOT = SPACES
                   AND smt-start-date NOT = sto-start-date
                   MOVE 'start date cannot change'
                       TO ws-refuse-reason
           END-EVALUATE
           IF ws-refuse-reason = SPACES
               AND smt-to-account NOT = SPACES
               IF smt-to-account = sto-from-account
                   MOVE 'from and to account are the same'
                       TO ws-refuse-reason
               ELSE
                   MOVE smt-to-account TO ws-check-account
                   PERFORM 2900-CHECK-ACCOUNT
                   IF ws-refuse-reason = SPACES
                       MOVE smt-to-account TO sto-to-account
                   END-IF
               END-IF
           END-IF
           IF ws-refuse-reason = SPACES
               AND smt-amount-text NOT = SPACES
               EVALUATE TRUE
                   WHEN smt-amount NOT NUMERIC
                       MOVE 'amount not numeric' TO ws-refuse-reason
                   WHEN smt-amount = 0
                       MOVE 'amount is zero' TO ws-refuse-reason
                   WHEN OTHER
                       MOVE smt-amount TO sto-amount
               END-EVALUATE
           END-IF
           IF ws-refuse-reason = SPACES
               AND smt-frequency NOT = SPACES
               PERFORM 2420-JUDGE-FREQUENCY-CHANGE
           END-IF
           IF ws-refuse-reason = SPACES
               AND smt-end-date NOT = SPACES
               IF smt-end-date = '00000000'
                   MOVE SPACES TO sto-end-date
               ELSE
                   MOVE sto-start-date TO ws-end-floor-date
                   PERFORM 2350-JUDGE-END-DATE
                   IF ws-refuse-reason = SPACES
                       MOVE smt-end-date TO sto-end-date
                   END-IF
               END-IF
           END-IF
           IF ws-refuse-reason = SPACES
               IF smt-memo NOT = SPACES
                   MOVE smt-memo TO sto-memo
               END-IF
               IF ws-recompute-due
                   MOVE sto-next-due-date TO ws-base-date
                   PERFORM 2800-SET-FIRST-DUE-DATE
               END-IF
               MOVE 'Y' TO ws-apply-flag
           ELSE
               MOVE ws-before-image TO order-record
           END-IF.

       2420-JUDGE-FREQUENCY-CHANGE.
           EVALUATE TRUE
               WHEN smt-frequency NOT = 'W'
                   AND smt-frequency NOT = 'M'
                   AND smt-frequency NOT = 'D'
                   MOVE 'frequency not W, M or D'
                       TO ws-refuse-reason
               WHEN smt-frequency = 'D'
                   AND (smt-day-of-month NOT NUMERIC
                       OR smt-day-of-month < 1
                       OR smt-day-of-month > 31)
                   MOVE 'day of month not 01 to 31'
                       TO ws-refuse-reason
               WHEN OTHER
                   MOVE smt-frequency TO sto-frequency
                   IF sto-freq-day-of-month
                       MOVE smt-day-of-month TO sto-day-of-month
                   ELSE
                       MOVE 0 TO sto-day-of-month
                   END-IF
                   MOVE 'Y' TO ws-recompute-flag
           END-EVALUATE.

       2450-JUDGE-CANCEL.
           EVALUATE TRUE
               WHEN NOT ws-order-found
                   MOVE 'order not on file' TO ws-refuse-reason
               WHEN NOT sto-order-active
                   MOVE 'order not active' TO ws-refuse-reason
               WHEN OTHER
                   SET sto-order-cancelled TO TRUE
                   MOVE 'Y' TO ws-apply-flag
           END-EVALUATE.

      *> A failed WRITE or REWRITE is counted and audited as a
      *> refusal with the file status as the reason: the audit must
      *> never claim a change the master did not take.
       2500-WRITE-ORDER-CHANGE.
           IF ws-order-found
               REWRITE order-record
           ELSE
               WRITE order-record
           END-IF
           IF ws-order-status = '00'
               ADD 1 TO ws-trans-applied
           ELSE
               ADD 1 TO ws-write-errors
               ADD 1 TO ws-trans-refused
               MOVE 'N' TO ws-apply-flag
               STRING 'order write failed, status '
                   ws-order-status DELIMITED BY SIZE
                   INTO ws-refuse-reason
               END-STRING
           END-IF.

       2600-WRITE-AUDIT-LINE.
           PERFORM 7000-BUILD-TIMESTAMP
           MOVE SPACES TO audit-record
           MOVE ws-timestamp-text   TO adt-timestamp
           MOVE smt-action          TO adt-action
           MOVE smt-order-id        TO adt-order-id
           MOVE ws-before-image     TO adt-before-image
           IF ws-apply-change
               MOVE 'CHANGE' TO adt-result
               MOVE SPACES TO adt-reason
               MOVE order-record TO adt-after-image
           ELSE
               MOVE 'REFUSE' TO adt-result
               MOVE ws-refuse-reason TO adt-reason
               MOVE ws-before-image TO adt-after-image
           END-IF
           WRITE audit-record.

      *> The next due date becomes the first payment day on or
      *> after ws-base-date under the instruction's frequency: the
      *> base itself for a weekly one, otherwise the paying day of
      *> the base's month, or of the month after when that day has
      *> already gone by.
       2800-SET-FIRST-DUE-DATE.
           MOVE sto-frequency TO ws-calc-frequency
           MOVE sto-start-date TO ws-start-parts
           IF sto-freq-day-of-month
               MOVE sto-day-of-month TO ws-target-day
           ELSE
               MOVE ws-start-day TO ws-target-day
           END-IF
           PERFORM 7100-FIRST-PAYMENT-ON-OR-AFTER
           MOVE ws-calc-date TO sto-next-due-date.

      *> An account an instruction names must be on the account
      *> master and not closed; a frozen one is accepted, and
      *> StandingOrderGen skips its payments until it is released.
       2900-CHECK-ACCOUNT.
           MOVE ws-check-account TO acct-account-number
           READ account-master
               INVALID KEY
                   MOVE 'account not on account master'
                       TO ws-refuse-reason
               NOT INVALID KEY
                   IF acct-account-closed
                       MOVE 'account is closed' TO ws-refuse-reason
                   END-IF
           END-READ.

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

      *> First payment day on or after ws-base-date, into
      *> ws-calc-date.
       7100-FIRST-PAYMENT-ON-OR-AFTER.
           MOVE ws-base-date TO ws-calc-date-num
           IF ws-calc-frequency NOT = 'W'
               PERFORM 7300-SET-PAYING-DAY
               IF ws-calc-date-num < ws-base-date
                   PERFORM 7200-NEXT-MONTH
                   PERFORM 7300-SET-PAYING-DAY
               END-IF
           END-IF.

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

       7400-CHECK-DATE-VALID.
           MOVE 'N' TO ws-date-ok-flag
           IF ws-step-date-text NUMERIC
               AND ws-step-date > 16010101
               MOVE FUNCTION INTEGER-OF-DATE(ws-step-date)
                   TO ws-int-check
               IF ws-int-check > 0
                   IF FUNCTION DATE-OF-INTEGER(ws-int-check)
                           = ws-step-date
                       MOVE 'Y' TO ws-date-ok-flag
                   END-IF
               END-IF
           END-IF.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'StandingOrderMaint: transactions read '
               ws-trans-read
           DISPLAY 'StandingOrderMaint: changes applied  '
               ws-trans-applied
           DISPLAY 'StandingOrderMaint: changes refused  '
               ws-trans-refused
           DISPLAY 'StandingOrderMaint: write errors     '
               ws-write-errors.
