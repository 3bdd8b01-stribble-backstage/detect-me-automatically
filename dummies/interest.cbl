       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestAccrual.

      *> Daily credit-interest accrual and month-end capitalization,
      *> run once a day after BasicCobolExample has posted.  Every
      *> account on the balance master accrues interest on its
      *> closing balance at the rate of the balance band it falls
      *> in (the rate-tier reference file), and the running
      *> month-to-date figure is kept per account in the keyed
      *> accrual file.
      *>
      *> A run covers the calendar days from this processing date up
      *> to the next business date on the date-control record, so
      *> Friday's run accrues Friday, Saturday and Sunday, and the
      *> run before a holiday accrues the holiday too.  When that
      *> span crosses into a new month the run is the month-end run:
      *> the days belonging to the closing month accrue first, each
      *> account's month-to-date accrual is rounded to cents and
      *> capitalized, and the days belonging to the new month start
      *> its fresh accrual.
      *>
      *> Capitalized interest goes out as a well-formed input feed -
      *> 'H' header, one 'D' credit per account under the interest
      *> transaction code, 'T' trailer carrying the count - which
      *> operations add to the next posting run's INPUT_FILES, so
      *> the credits post, journal, and reach the GL extract exactly
      *> like any other transaction.  The feed is written every run,
      *> holding only its header and trailer on an ordinary day, so
      *> the schedule can name it unconditionally.
      *>
      *> The accrual register lists every account's balance, rate,
      *> accrual and capitalization, and ends with the totals finance
      *> ties to the GL: the capitalized total is exactly what the
      *> interest code's GL detail for this date will carry once the
      *> feed posts.
      *>
      *> Rerun safety: an account whose accrual record already shows
      *> this processing date is not accrued twice, and one already
      *> capitalized on this date has its credit written to the feed
      *> again, so a rerun regenerates the identical feed instead of
      *> an empty one.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS acct-account-number
               FILE STATUS IS ws-acct-master-status.
           SELECT rate-tier-file ASSIGN TO ws-rate-tier-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-tier-status.
      *> month-to-date accrual per account.  OPTIONAL because the
      *> first run after conversion has none yet: OPEN I-O creates
      *> it and each account's record is added on its first accrual.
           SELECT OPTIONAL accrual-file
               ASSIGN TO ws-accrual-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acr-account-number
               FILE STATUS IS ws-accrual-status.
           SELECT interest-feed-file ASSIGN TO ws-interest-feed-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-interest-feed-status.
           SELECT register-file ASSIGN TO ws-register-filename
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

      *> one row per balance band: the band's lowest and highest
      *> balance, and the annual rate paid on a balance inside it,
      *> as a percentage.  The whole balance earns its band's rate.
       FD  rate-tier-file.
       01  rate-tier-record.
           05  rtr-band-floor      PIC 9(11)V99.
           05  FILLER              PIC X(1).
           05  rtr-band-ceiling    PIC 9(11)V99.
           05  FILLER              PIC X(1).
           05  rtr-annual-rate     PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  rtr-description     PIC X(30).

      *> the month-to-date accrual is carried to six decimals so a
      *> month of small daily amounts does not lose its fractions to
      *> rounding; only the capitalized amount is rounded to cents.
      *> The last capitalization is kept so a rerun of a month-end
      *> day can write the same credit to the feed again.
       FD  accrual-file.
       01  accrual-record.
           05  acr-account-number      PIC X(10).
           05  acr-accrual-month       PIC X(6).
           05  acr-mtd-accrual         PIC S9(9)V9(6).
           05  acr-days-accrued        PIC 9(3).
           05  acr-last-accrual-date   PIC X(8).
           05  acr-last-cap-date       PIC X(8).
           05  acr-last-cap-amount     PIC S9(9)V99.

       FD  interest-feed-file.
       01  interest-feed-record.
           COPY TRANREC REPLACING LEADING ==PREFIX== BY ==ifd==.

       FD  register-file.
       01  register-line       PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.

       01  ws-balance-master-filename  PIC X(200)
               VALUE 'balance_master.dat'.
       01  ws-acct-master-filename     PIC X(200)
               VALUE 'account_master.dat'.
       01  ws-rate-tier-filename       PIC X(200)
               VALUE 'interest_rates.txt'.
       01  ws-accrual-filename         PIC X(200)
               VALUE 'interest_accrual.dat'.
       01  ws-interest-feed-filename   PIC X(200)
               VALUE 'interest_input.txt'.
       01  ws-register-filename        PIC X(200)
               VALUE 'interest_register.txt'.
       01  ws-balance-master-status    PIC XX.
       01  ws-acct-master-status       PIC XX.
       01  ws-rate-tier-status         PIC XX.
       01  ws-accrual-status           PIC XX.
       01  ws-interest-feed-status     PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> the credit-interest transaction code (a credit on the
      *> posting run's code table) and the day basis the annual rate
      *> is divided over.
       01  ws-interest-tran-code       PIC X(2) VALUE 'IN'.
       01  ws-day-basis                PIC 9(3) VALUE 365.

      *> in-memory copy of the rate-tier file.  A run with no usable
      *> band would accrue nothing for anyone, so it refuses to
      *> start instead.
       01  ws-rate-tier-eof            PIC X VALUE 'N'.
       01  ws-rate-tier-count          PIC 9(4) VALUE 0.
       01  ws-rate-tiers-skipped       PIC 9(9) VALUE 0.
       01  ws-tier-idx                 PIC 9(4).
       01  ws-tier-found-idx           PIC 9(4).
       01  ws-rate-tier-table-area.
           05  ws-rate-tier-entry OCCURS 100 TIMES.
               10  ws-tier-floor       PIC 9(11)V99.
               10  ws-tier-ceiling     PIC 9(11)V99.
               10  ws-tier-rate        PIC 9(2)V9(4).

      *> the accrual period: this processing date, the next
      *> business date from the date-control record (weekends and
      *> calendar holidays already skipped there), and how many
      *> calendar days of the span between them fall in this month
      *> and in the next.  Day numbers are days since 1600-12-31
      *> (FUNCTION INTEGER-OF-DATE).
       01  ws-today-text.
           05  ws-today-year           PIC 9(4).
           05  ws-today-month          PIC 9(2).
           05  ws-today-day            PIC 9(2).
       01  ws-today-date               PIC 9(8).
       01  ws-next-month-text.
           05  ws-nm-year              PIC 9(4).
           05  ws-nm-month             PIC 9(2).
           05  ws-nm-day               PIC 9(2).
       01  ws-next-month-date          PIC 9(8).
       01  ws-int-today                PIC 9(8).
       01  ws-int-next-day             PIC 9(8).
       01  ws-int-next-month           PIC 9(8).
       01  ws-next-business-date       PIC 9(8).
       01  ws-days-this-month          PIC 9(3).
       01  ws-days-next-month          PIC 9(3).
       01  ws-accrual-month            PIC X(6).
       01  ws-new-accrual-month        PIC X(6).
       01  ws-month-end-flag           PIC X VALUE 'N'.
           88  ws-month-end-run        VALUE 'Y'.

      *> one account's working figures while it is accrued.
       01  ws-acc-balance              PIC S9(11)V99.
       01  ws-acc-rate                 PIC 9(2)V9(4).
       01  ws-acc-accrued              PIC S9(9)V9(6).
       01  ws-acc-accrued-next         PIC S9(9)V9(6).
       01  ws-acc-capitalized          PIC S9(9)V99.
       01  ws-acc-note                 PIC X(24).
       01  ws-accrual-on-file-flag     PIC X.
           88  ws-accrual-on-file      VALUE 'Y'.
       01  ws-acct-frozen-flag         PIC X.
           88  ws-acct-is-frozen       VALUE 'Y'.

      *> control totals for the register's closing section.
       01  ws-accounts-read            PIC 9(9) VALUE 0.
       01  ws-accounts-accrued         PIC 9(9) VALUE 0.
       01  ws-accounts-already         PIC 9(9) VALUE 0.
       01  ws-accounts-closed          PIC 9(9) VALUE 0.
       01  ws-accounts-no-master       PIC 9(9) VALUE 0.
       01  ws-accounts-no-band         PIC 9(9) VALUE 0.
       01  ws-accounts-capitalized     PIC 9(9) VALUE 0.
       01  ws-accounts-cap-deferred    PIC 9(9) VALUE 0.
       01  ws-feed-records-written     PIC 9(9) VALUE 0.
       01  ws-accrual-write-errors     PIC 9(9) VALUE 0.
       01  ws-total-accrued            PIC S9(11)V9(6) VALUE 0.
       01  ws-total-mtd                PIC S9(11)V9(6) VALUE 0.
       01  ws-total-capitalized        PIC S9(11)V99 VALUE 0.

       01  ws-edited-count             PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-days              PIC ZZ9.
       01  ws-edited-balance           PIC ----,---,---,--9.99.
       01  ws-edited-rate              PIC Z9.9999.
       01  ws-edited-accrual           PIC ----,---,--9.999999.
       01  ws-edited-mtd               PIC ----,---,--9.999999.
       01  ws-edited-amount            PIC ----,---,--9.99.
       01  ws-edited-total-accrual     PIC ----,---,---,--9.999999.
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

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ALL-ACCOUNTS
           PERFORM 8000-WRITE-REGISTER-TOTALS
           CLOSE balance-master
           CLOSE account-master
           CLOSE accrual-file
           CLOSE register-file
           IF ws-accrual-write-errors > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Accepts the runtime file names and options, works out the
      *> accrual period, loads the rate tiers, and opens every file;
      *> the feed's header and the register's heading are written
      *> here so both exist even for a balance master with nothing
      *> on it.
       1000-INITIALIZE.
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
           ACCEPT ws-env-value FROM ENVIRONMENT 'INTEREST_RATE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-rate-tier-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'INTEREST_ACCRUAL_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-accrual-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'INTEREST_FEED_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-interest-feed-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'INTEREST_REGISTER_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-register-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'INTEREST_TRAN_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-interest-tran-code
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'INTEREST_DAY_BASIS'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-day-basis
           END-IF
           IF ws-day-basis = 0
               MOVE 365 TO ws-day-basis
           END-IF

           PERFORM 1100-READ-DATE-CONTROL
           PERFORM 1300-SET-ACCRUAL-PERIOD

           PERFORM 1400-LOAD-RATE-TIER-TABLE

           OPEN INPUT balance-master
           IF ws-balance-master-status NOT = '00'
               DISPLAY 'InterestAccrual: unable to open '
                   ws-balance-master-filename
                   ', file status ' ws-balance-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT account-master
           IF ws-acct-master-status NOT = '00'
               DISPLAY 'InterestAccrual: unable to open '
                   ws-acct-master-filename
                   ', file status ' ws-acct-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O accrual-file
           IF ws-accrual-status NOT = '00'
               AND ws-accrual-status NOT = '05'
               DISPLAY 'InterestAccrual: unable to open '
                   ws-accrual-filename
                   ' I-O, file status ' ws-accrual-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT interest-feed-file
           IF ws-interest-feed-status NOT = '00'
               DISPLAY 'InterestAccrual: unable to open '
                   ws-interest-feed-filename
                   ', file status ' ws-interest-feed-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO interest-feed-record
           MOVE 'H' TO ifd-record-type
           WRITE interest-feed-record

           OPEN OUTPUT register-file
           PERFORM 7000-BUILD-TIMESTAMP
           MOVE SPACES TO register-line
           STRING 'InterestAccrual register - processing date '
               ws-today-text ' - run ' ws-timestamp-text
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line
           MOVE ws-days-this-month TO ws-edited-days
           MOVE SPACES TO register-line
           STRING 'Days accrued to month ' ws-accrual-month ': '
               ws-edited-days DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line
           IF ws-month-end-run
               MOVE ws-days-next-month TO ws-edited-days
               MOVE SPACES TO register-line
               STRING 'MONTH-END RUN - month ' ws-accrual-month
                   ' capitalized under code ' ws-interest-tran-code
                   '; days accrued to month ' ws-new-accrual-month
                   ': ' ws-edited-days
                   DELIMITED BY SIZE
                   INTO register-line
               END-STRING
               WRITE register-line
           END-IF
           MOVE SPACES TO register-line
           WRITE register-line
           MOVE SPACES TO register-line
           STRING 'ACCOUNT        CLOSING BALANCE  RATE %  '
               '     ACCRUED THIS RUN    MONTH-TO-DATE ACCRUAL'
               '      CAPITALIZED  NOTE'
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line.

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
               DISPLAY 'InterestAccrual: unable to open '
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
               DISPLAY 'InterestAccrual: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> Works out the span this run accrues for: from the
      *> processing date up to (not including) the next business
      *> date.
      *> When the span reaches the first of next month, the run is
      *> the month-end run and the span is split at the month
      *> boundary.
       1300-SET-ACCRUAL-PERIOD.
           MOVE ws-today-text TO ws-today-date
           MOVE ws-today-text(1:6) TO ws-accrual-month
           MOVE FUNCTION INTEGER-OF-DATE(ws-today-date)
               TO ws-int-today
           IF dcl-next-business-date NOT NUMERIC
               OR dcl-next-business-date NOT > dcl-business-date
               DISPLAY 'InterestAccrual: no usable next business '
                   'date in ' ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-next-business-date TO ws-next-business-date
           MOVE FUNCTION INTEGER-OF-DATE(ws-next-business-date)
               TO ws-int-next-day

           MOVE ws-today-year TO ws-nm-year
           IF ws-today-month = 12
               ADD 1 TO ws-nm-year
               MOVE 1 TO ws-nm-month
           ELSE
               COMPUTE ws-nm-month = ws-today-month + 1
           END-IF
           MOVE 1 TO ws-nm-day
           MOVE ws-next-month-text TO ws-next-month-date
           MOVE ws-next-month-text(1:6) TO ws-new-accrual-month
           MOVE FUNCTION INTEGER-OF-DATE(ws-next-month-date)
               TO ws-int-next-month

           IF ws-int-next-day >= ws-int-next-month
               MOVE 'Y' TO ws-month-end-flag
               COMPUTE ws-days-this-month =
                   ws-int-next-month - ws-int-today
               COMPUTE ws-days-next-month =
                   ws-int-next-day - ws-int-next-month
           ELSE
               MOVE 'N' TO ws-month-end-flag
               COMPUTE ws-days-this-month =
                   ws-int-next-day - ws-int-today
               MOVE 0 TO ws-days-next-month
           END-IF.

      *> Loads the rate-tier file.  Rows with a non-numeric bound or
      *> rate, or a ceiling below their floor, are counted and
      *> skipped rather than trusted.
       1400-LOAD-RATE-TIER-TABLE.
           OPEN INPUT rate-tier-file
           IF ws-rate-tier-status NOT = '00'
               DISPLAY 'InterestAccrual: unable to open '
                   ws-rate-tier-filename
                   ', file status ' ws-rate-tier-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO ws-rate-tier-eof
           PERFORM UNTIL ws-rate-tier-eof = 'Y'
               READ rate-tier-file
                   AT END
                       MOVE 'Y' TO ws-rate-tier-eof
                   NOT AT END
                       IF rtr-band-floor NUMERIC
                           AND rtr-band-ceiling NUMERIC
                           AND rtr-annual-rate NUMERIC
                           AND rtr-band-ceiling >= rtr-band-floor
                           IF ws-rate-tier-count < 100
                               ADD 1 TO ws-rate-tier-count
                               MOVE rtr-band-floor TO ws-tier-floor
                                   (ws-rate-tier-count)
                               MOVE rtr-band-ceiling TO ws-tier-ceiling
                                   (ws-rate-tier-count)
                               MOVE rtr-annual-rate TO ws-tier-rate
                                   (ws-rate-tier-count)
                           ELSE
                               ADD 1 TO ws-rate-tiers-skipped
                           END-IF
                       ELSE
                           ADD 1 TO ws-rate-tiers-skipped
                       END-IF
               END-READ
           END-PERFORM
           CLOSE rate-tier-file
           IF ws-rate-tier-count = 0
               DISPLAY 'InterestAccrual: no usable rate bands in '
                   ws-rate-tier-filename
                   ' - refusing to run with an empty rate table'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Walks the balance master in account order, accruing each
      *> account in turn, then closes the feed with its trailer.
       2000-ACCRUE-ALL-ACCOUNTS.
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
                       ADD 1 TO ws-accounts-read
                       PERFORM 2100-ACCRUE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           MOVE SPACES TO interest-feed-record
           MOVE 'T' TO ifd-record-type
           MOVE ws-feed-records-written TO ifd-trailer-count
           WRITE interest-feed-record
           CLOSE interest-feed-file.

      *> Decides what one account gets.  A closed account, or one
      *> the account master does not know, accrues nothing.  An
      *> account already accrued for this processing date (a rerun)
      *> is left alone, except that a credit it was already
      *> capitalized today goes to the feed again.  Everything else
      *> accrues; a frozen account accrues but its capitalization
      *> waits - the posting run would only reject the credit - and
      *> its month-to-date figure simply carries on into the new
      *> month.
       2100-ACCRUE-ONE-ACCOUNT.
           MOVE bal-current-balance TO ws-acc-balance
           MOVE 0 TO ws-acc-rate
           MOVE 0 TO ws-acc-accrued
           MOVE 0 TO ws-acc-accrued-next
           MOVE 0 TO ws-acc-capitalized
           MOVE SPACES TO ws-acc-note
           MOVE 'N' TO ws-acct-frozen-flag
           MOVE bal-account-number TO acct-account-number
           READ account-master
               INVALID KEY
                   MOVE 'NO ACCOUNT MASTER' TO ws-acc-note
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN acct-account-closed
                           MOVE 'ACCOUNT CLOSED' TO ws-acc-note
                       WHEN acct-account-frozen
                           MOVE 'Y' TO ws-acct-frozen-flag
                   END-EVALUATE
           END-READ
           EVALUATE TRUE
               WHEN ws-acc-note = 'NO ACCOUNT MASTER'
                   ADD 1 TO ws-accounts-no-master
                   PERFORM 2500-WRITE-REGISTER-LINE
               WHEN ws-acc-note = 'ACCOUNT CLOSED'
                   ADD 1 TO ws-accounts-closed
                   PERFORM 2500-WRITE-REGISTER-LINE
               WHEN OTHER
                   PERFORM 2150-READ-ACCRUAL-RECORD
                   IF ws-accrual-on-file
                       AND acr-last-accrual-date NOT < ws-today-text
                       PERFORM 2160-REPEAT-TODAYS-CAPITALIZATION
                   ELSE
                       PERFORM 2200-FIND-RATE-BAND
                       PERFORM 2300-APPLY-ACCRUAL
                       PERFORM 2400-SAVE-ACCRUAL-RECORD
                   END-IF
                   ADD acr-mtd-accrual TO ws-total-mtd
                   PERFORM 2500-WRITE-REGISTER-LINE
           END-EVALUATE.

      *> An account accruing for the first time starts a record for
      *> the current month with nothing accrued.
       2150-READ-ACCRUAL-RECORD.
           MOVE bal-account-number TO acr-account-number
           MOVE 'Y' TO ws-accrual-on-file-flag
           READ accrual-file
               INVALID KEY
                   MOVE 'N' TO ws-accrual-on-file-flag
                   MOVE SPACES TO accrual-record
                   MOVE bal-account-number TO acr-account-number
                   MOVE ws-accrual-month TO acr-accrual-month
                   MOVE 0 TO acr-mtd-accrual
                   MOVE 0 TO acr-days-accrued
                   MOVE 0 TO acr-last-cap-amount
           END-READ.

      *> Rerun of a processing date this account has already been
      *> through: no second accrual, but a capitalization made today
      *> is written to the feed again so the regenerated feed
      *> matches the first one.
       2160-REPEAT-TODAYS-CAPITALIZATION.
           ADD 1 TO ws-accounts-already
           MOVE 'ALREADY ACCRUED' TO ws-acc-note
           IF acr-last-cap-date = ws-today-text
               AND acr-last-cap-amount > 0
               MOVE acr-last-cap-amount TO ws-acc-capitalized
               ADD 1 TO ws-accounts-capitalized
               ADD ws-acc-capitalized TO ws-total-capitalized
               PERFORM 2600-WRITE-FEED-RECORD
           END-IF.

      *> Finds the band the balance falls in.  A balance at or below
      *> zero earns nothing, and a positive balance no band covers
      *> earns nothing and is counted so the rate file can be fixed.
       2200-FIND-RATE-BAND.
           MOVE 0 TO ws-tier-found-idx
           IF ws-acc-balance > 0
               PERFORM VARYING ws-tier-idx FROM 1 BY 1
                       UNTIL ws-tier-idx > ws-rate-tier-count
                   IF ws-acc-balance >= ws-tier-floor(ws-tier-idx)
                       AND ws-acc-balance
                           <= ws-tier-ceiling(ws-tier-idx)
                       MOVE ws-tier-idx TO ws-tier-found-idx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ws-tier-found-idx > 0
                   MOVE ws-tier-rate(ws-tier-found-idx) TO ws-acc-rate
               ELSE
                   ADD 1 TO ws-accounts-no-band
                   MOVE 'NO RATE BAND' TO ws-acc-note
               END-IF
           END-IF.

      *> Accrues the span's days.  Each part of the span is computed
      *> straight from the balance, so the fractions of a cent are
      *> not rounded away day by day.  On the month-end run the
      *> closing month's total is capitalized before the new month's
      *> days are added.
       2300-APPLY-ACCRUAL.
           COMPUTE ws-acc-accrued ROUNDED =
               ws-acc-balance * ws-acc-rate * ws-days-this-month
               / (100 * ws-day-basis)
           COMPUTE ws-acc-accrued-next ROUNDED =
               ws-acc-balance * ws-acc-rate * ws-days-next-month
               / (100 * ws-day-basis)
           IF acr-accrual-month NOT = ws-accrual-month
               MOVE ws-accrual-month TO acr-accrual-month
           END-IF
           ADD ws-acc-accrued TO acr-mtd-accrual
           ADD ws-days-this-month TO acr-days-accrued
           IF ws-month-end-run
               IF ws-acct-is-frozen
                   ADD 1 TO ws-accounts-cap-deferred
                   MOVE 'FROZEN-CAP DEFERRED' TO ws-acc-note
               ELSE
                   COMPUTE ws-acc-capitalized ROUNDED =
                       acr-mtd-accrual
                   IF ws-acc-capitalized > 0
                       ADD 1 TO ws-accounts-capitalized
                       ADD ws-acc-capitalized TO ws-total-capitalized
                       PERFORM 2600-WRITE-FEED-RECORD
                       MOVE ws-today-text TO acr-last-cap-date
                       MOVE ws-acc-capitalized TO acr-last-cap-amount
                   END-IF
                   MOVE 0 TO acr-mtd-accrual
                   MOVE 0 TO acr-days-accrued
               END-IF
               MOVE ws-new-accrual-month TO acr-accrual-month
               ADD ws-acc-accrued-next TO acr-mtd-accrual
               ADD ws-days-next-month TO acr-days-accrued
           END-IF
           ADD ws-acc-accrued TO ws-total-accrued
           ADD ws-acc-accrued-next TO ws-total-accrued
           ADD 1 TO ws-accounts-accrued
           MOVE ws-today-text TO acr-last-accrual-date.

      *> An accrual that cannot be saved would be lost from the
      *> month's total; it is counted and fails the run.
       2400-SAVE-ACCRUAL-RECORD.
           IF ws-accrual-on-file
               REWRITE accrual-record
           ELSE
               WRITE accrual-record
           END-IF
           IF ws-accrual-status NOT = '00'
               ADD 1 TO ws-accrual-write-errors
               MOVE 'ACCRUAL NOT SAVED' TO ws-acc-note
           END-IF.

       2500-WRITE-REGISTER-LINE.
           MOVE ws-acc-balance TO ws-edited-balance
           MOVE ws-acc-rate TO ws-edited-rate
           COMPUTE ws-edited-accrual =
               ws-acc-accrued + ws-acc-accrued-next
           MOVE ws-acc-capitalized TO ws-edited-amount
           MOVE SPACES TO register-line
           IF ws-acc-note = 'NO ACCOUNT MASTER'
               OR ws-acc-note = 'ACCOUNT CLOSED'
               STRING bal-account-number ' ' ws-edited-balance
                   DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ws-acc-note DELIMITED BY SIZE
                   INTO register-line
               END-STRING
           ELSE
               MOVE acr-mtd-accrual TO ws-edited-mtd
               STRING bal-account-number ' ' ws-edited-balance
                   ' ' ws-edited-rate ' ' ws-edited-accrual
                   '  ' ws-edited-mtd '  ' ws-edited-amount
                   '  ' ws-acc-note
                   DELIMITED BY SIZE
                   INTO register-line
               END-STRING
           END-IF
           WRITE register-line.

      *> One capitalized credit, dated this processing date, under
      *> the interest code, in base currency.
       2600-WRITE-FEED-RECORD.
           MOVE SPACES TO interest-feed-record
           MOVE 'D' TO ifd-record-type
           MOVE bal-account-number TO ifd-account-number
           MOVE ws-today-text TO ifd-tran-date
           MOVE ws-interest-tran-code TO ifd-tran-code
           MOVE ws-acc-capitalized TO ifd-amount
           STRING 'CREDIT INTEREST FOR ' ws-accrual-month
               DELIMITED BY SIZE
               INTO ifd-description
           END-STRING
           WRITE interest-feed-record
           IF ws-interest-feed-status NOT = '00'
               DISPLAY 'InterestAccrual: feed write to '
                   ws-interest-feed-filename
                   ' failed, file status ' ws-interest-feed-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-feed-records-written.

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

      *> Closing totals.  The capitalized total is the figure that
      *> ties to the GL: once the feed posts, the interest code's GL
      *> detail for this processing date carries exactly this count
      *> and amount.
       8000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO register-line
           WRITE register-line

           MOVE ws-accounts-read TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Accounts on balance master:    ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-accrued TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Accounts accrued:              ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-already TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Accounts already accrued today:' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-closed TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Closed accounts not accrued:   ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-no-master TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Accounts not on account master:' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-no-band TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Balances outside every band:   ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-rate-tiers-skipped TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Rate rows skipped (bad row/table full):'
               ws-edited-count DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-total-accrued TO ws-edited-total-accrual
           MOVE SPACES TO register-line
           STRING 'Interest accrued this run:     '
               ws-edited-total-accrual DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-total-mtd TO ws-edited-total-accrual
           MOVE SPACES TO register-line
           STRING 'Month-to-date accrual on file: '
               ws-edited-total-accrual DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-capitalized TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Accounts capitalized:          ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-total-capitalized TO ws-edited-total-amount
           MOVE SPACES TO register-line
           STRING 'Interest capitalized:          '
               ws-edited-total-amount
               '  (GL detail ' ws-today-text ' code '
               ws-interest-tran-code ')'
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accounts-cap-deferred TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Frozen accounts deferred:      ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-feed-records-written TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Feed credits written:          ' ws-edited-count
               '  (' DELIMITED BY SIZE
               ws-interest-feed-filename DELIMITED BY SPACE
               ')' DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line

           MOVE ws-accrual-write-errors TO ws-edited-count
           MOVE SPACES TO register-line
           STRING 'Accrual records not saved:     ' ws-edited-count
               DELIMITED BY SIZE
               INTO register-line
           END-STRING
           WRITE register-line.
