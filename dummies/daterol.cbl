       IDENTIFICATION DIVISION.
       PROGRAM-ID. DateRollover.

      *> Keeps the system date-control record every program in the
      *> suite takes its processing date from.  One action per
      *> invocation, selected by DATE_ACTION:
      *>
      *>   INIT - create the control record for INIT_BUSINESS_DATE,
      *>          with its prior and next business dates worked out
      *>          from the holiday calendar.  Refused when a control
      *>          record already exists, so a stray INIT cannot wind
      *>          the suite's date back.
      *>   ROLL - (the default) end of day: the next business date
      *>          becomes the business date, the business date
      *>          becomes the prior, and a fresh next business date
      *>          is worked out.  Run once, after the day's last job,
      *>          with ROLL_FROM_DATE naming the business date being
      *>          closed.
      *>
      *> A business day is a weekday not on the holiday calendar.
      *> The next business date is worked out again at every roll
      *> rather than trusted from the record, so a holiday added to
      *> the calendar after the last roll is still honoured.
      *>
      *> A roll is refused twice over:
      *>   - ROLL_FROM_DATE is required and names the business date
      *>     being closed; a roll whose control record shows any
      *>     other date has already happened (or belongs to another
      *>     day) and is refused.  This is the guard that stops a
      *>     second roll the same night: the clock cannot, since a
      *>     roll that slips past midnight already sees tomorrow's
      *>     clock date.  Catch-up rolls after an outage go through
      *>     one day at a time, each naming the day it closes.
      *>   - the business date may never run ahead of the calendar:
      *>     a roll that would make it later than the first business
      *>     day after today's clock date is refused, whatever date
      *>     the schedule supplied.
      *>
      *> This is the one program in the suite that reads the clock
      *> for a date, and only for that guard and the roll timestamp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL so INIT can create it.
           SELECT OPTIONAL date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT holiday-file ASSIGN TO ws-holiday-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-status.

       DATA DIVISION.
       FILE SECTION.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

      *> one line per holiday: the date and what it is.
       FD  holiday-file.
       01  holiday-record.
           05  hol-date            PIC X(8).
           05  FILLER              PIC X(1).
           05  hol-description     PIC X(30).

       WORKING-STORAGE SECTION.
       01  ws-holiday-eof      PIC X VALUE 'N'.

       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-holiday-filename         PIC X(200)
               VALUE 'holidays.txt'.
       01  ws-date-control-status      PIC XX.
       01  ws-holiday-status           PIC XX.
       01  ws-env-value                PIC X(200).

       01  ws-action                   PIC X(8) VALUE 'ROLL'.
           88  ws-action-init          VALUE 'INIT'.
           88  ws-action-roll          VALUE 'ROLL'.
       01  ws-init-date                PIC X(8) VALUE SPACES.
       01  ws-roll-from-date           PIC X(8) VALUE SPACES.

      *> the control record as read, and as it will be written.
       01  ws-control-found-flag       PIC X VALUE 'N'.
           88  ws-control-found        VALUE 'Y'.
       01  ws-old-business-date        PIC X(8).
       01  ws-old-next-date            PIC X(8).
       01  ws-new-business-date        PIC X(8).
       01  ws-new-prior-date           PIC X(8).
       01  ws-new-next-date            PIC X(8).

      *> the holiday calendar in memory.
       01  ws-holiday-count            PIC 9(4) VALUE 0.
       01  ws-holidays-skipped         PIC 9(9) VALUE 0.
       01  ws-hol-idx                  PIC 9(4).
       01  ws-holiday-table-area.
           05  ws-holiday-entry OCCURS 1000 TIMES.
               10  ws-holiday-date         PIC X(8).

      *> business-day stepping: 7100 and 7200 move ws-int-day one
      *> business day forward or back from where it stands.
       01  ws-int-day                  PIC 9(8).
       01  ws-int-check                PIC 9(8).
       01  ws-step-date                PIC 9(8).
       01  ws-step-date-text REDEFINES ws-step-date PIC X(8).
       01  ws-check-date               PIC 9(8).
       01  ws-day-of-week              PIC 9(1).
       01  ws-business-day-flag        PIC X VALUE 'N'.
           88  ws-is-business-day      VALUE 'Y'.
       01  ws-date-ok-flag             PIC X VALUE 'N'.
           88  ws-date-ok              VALUE 'Y'.
       01  ws-clock-limit-date         PIC X(8).

       01  ws-current-date-time.
           05  ws-cdt-year         PIC 9(4).
           05  ws-cdt-month        PIC 9(2).
           05  ws-cdt-day          PIC 9(2).
           05  ws-cdt-hour         PIC 9(2).
           05  ws-cdt-minute       PIC 9(2).
           05  ws-cdt-second       PIC 9(2).
           05  ws-cdt-hundredths   PIC 9(2).
           05  FILLER              PIC X(5).
       01  ws-clock-text.
           05  ws-clock-year       PIC 9(4).
           05  ws-clock-month      PIC 9(2).
           05  ws-clock-day        PIC 9(2).
       01  ws-timestamp-text       PIC X(26).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-LOAD-HOLIDAY-TABLE
           PERFORM 1500-READ-CONTROL-RECORD
           EVALUATE TRUE
               WHEN ws-action-init
                   PERFORM 2000-INITIALIZE-CONTROL
               WHEN ws-action-roll
                   PERFORM 3000-ROLL-BUSINESS-DATE
           END-EVALUATE
           PERFORM 6000-WRITE-CONTROL-RECORD
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DATE_ACTION'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-action
           END-IF
           IF NOT ws-action-init AND NOT ws-action-roll
               DISPLAY 'DateRollover: unknown action ' ws-action
                   ' - expected INIT or ROLL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DATE_CONTROL_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-date-control-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'HOLIDAY_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-holiday-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'INIT_BUSINESS_DATE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-init-date
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'ROLL_FROM_DATE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-roll-from-date
           END-IF

           MOVE FUNCTION CURRENT-DATE TO ws-current-date-time
           MOVE ws-cdt-year  TO ws-clock-year
           MOVE ws-cdt-month TO ws-clock-month
           MOVE ws-cdt-day   TO ws-clock-day
           PERFORM 7000-BUILD-TIMESTAMP.

      *> The calendar is not optional: without it every holiday would
      *> silently become a business day for the whole suite.  A line
      *> whose date is not a real date is counted and ignored.
       1400-LOAD-HOLIDAY-TABLE.
           OPEN INPUT holiday-file
           IF ws-holiday-status NOT = '00'
               DISPLAY 'DateRollover: unable to open '
                   ws-holiday-filename
                   ', file status ' ws-holiday-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO ws-holiday-eof
           PERFORM UNTIL ws-holiday-eof = 'Y'
               READ holiday-file
                   AT END
                       MOVE 'Y' TO ws-holiday-eof
                   NOT AT END
                       MOVE hol-date TO ws-step-date-text
                       PERFORM 7400-CHECK-DATE-VALID
                       IF ws-date-ok AND ws-holiday-count < 1000
                           ADD 1 TO ws-holiday-count
                           MOVE hol-date
                               TO ws-holiday-date(ws-holiday-count)
                       ELSE
                           ADD 1 TO ws-holidays-skipped
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holiday-file.

       1500-READ-CONTROL-RECORD.
           MOVE 'N' TO ws-control-found-flag
           OPEN INPUT date-control-file
           IF ws-date-control-status = '00'
               READ date-control-file
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO ws-control-found-flag
               END-READ
               CLOSE date-control-file
           ELSE
               IF ws-date-control-status = '05'
                   CLOSE date-control-file
               END-IF
           END-IF.

      *> INIT works the prior and next business dates out around the
      *> date given; the date itself need not be a business day (a
      *> go-live on a Saturday is allowed) but must be a real date.
       2000-INITIALIZE-CONTROL.
           IF ws-control-found
               DISPLAY 'DateRollover: ' ws-date-control-filename
                   ' already holds business date ' dcl-business-date
                   ' - INIT refused'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-init-date TO ws-step-date-text
           PERFORM 7400-CHECK-DATE-VALID
           IF NOT ws-date-ok
               DISPLAY 'DateRollover: INIT_BUSINESS_DATE '
                   ws-init-date ' is not a YYYYMMDD date'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-init-date TO ws-new-business-date
           MOVE SPACES TO ws-old-business-date

           MOVE FUNCTION INTEGER-OF-DATE(ws-step-date) TO ws-int-day
           PERFORM 7200-STEP-BACK-ONE-BUSINESS-DAY
           MOVE ws-step-date-text TO ws-new-prior-date

           MOVE ws-init-date TO ws-step-date-text
           MOVE FUNCTION INTEGER-OF-DATE(ws-step-date) TO ws-int-day
           PERFORM 7100-STEP-ONE-BUSINESS-DAY
           MOVE ws-step-date-text TO ws-new-next-date.

       3000-ROLL-BUSINESS-DATE.
           IF NOT ws-control-found
               DISPLAY 'DateRollover: no control record in '
                   ws-date-control-filename
                   ' - run DATE_ACTION=INIT first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date      TO ws-old-business-date
           MOVE dcl-next-business-date TO ws-old-next-date
           MOVE ws-old-business-date TO ws-step-date-text
           PERFORM 7400-CHECK-DATE-VALID
           IF NOT ws-date-ok
               DISPLAY 'DateRollover: control record business date '
                   ws-old-business-date ' is not a YYYYMMDD date'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-roll-from-date = SPACES
               DISPLAY 'DateRollover: ROLL_FROM_DATE must name the '
                   'business date being closed (now '
                   ws-old-business-date ') - ROLL refused'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-roll-from-date NOT = ws-old-business-date
               DISPLAY 'DateRollover: asked to close '
                   ws-roll-from-date ' but the business date is '
                   ws-old-business-date ' - ROLL refused'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(ws-step-date) TO ws-int-day
           PERFORM 7100-STEP-ONE-BUSINESS-DAY
           MOVE ws-step-date-text TO ws-new-business-date
           PERFORM 7100-STEP-ONE-BUSINESS-DAY
           MOVE ws-step-date-text TO ws-new-next-date
           MOVE ws-old-business-date TO ws-new-prior-date

      *> the first business day after the clock date is as far as
      *> the business date may ever go.
           MOVE ws-clock-text TO ws-step-date-text
           MOVE FUNCTION INTEGER-OF-DATE(ws-step-date) TO ws-int-day
           PERFORM 7100-STEP-ONE-BUSINESS-DAY
           MOVE ws-step-date-text TO ws-clock-limit-date
           IF ws-new-business-date > ws-clock-limit-date
               DISPLAY 'DateRollover: rolling ' ws-old-business-date
                   ' to ' ws-new-business-date
                   ' would run ahead of the calendar (clock date '
                   ws-clock-text ') - already rolled, ROLL refused'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-new-business-date NOT = ws-old-next-date
               DISPLAY 'DateRollover: next business date recomputed '
                   'from the holiday calendar: ' ws-new-business-date
                   ' (control record said ' ws-old-next-date ')'
           END-IF.

      *> The control file is one record, rewritten whole.
       6000-WRITE-CONTROL-RECORD.
           OPEN OUTPUT date-control-file
           IF ws-date-control-status NOT = '00'
               AND ws-date-control-status NOT = '05'
               DISPLAY 'DateRollover: unable to write '
                   ws-date-control-filename
                   ', file status ' ws-date-control-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO date-control-record
           MOVE ws-new-business-date TO dcl-business-date
           MOVE ws-new-prior-date    TO dcl-prior-business-date
           MOVE ws-new-next-date     TO dcl-next-business-date
           MOVE ws-timestamp-text    TO dcl-last-roll-timestamp
           MOVE ws-action            TO dcl-last-action
           WRITE date-control-record
           IF ws-date-control-status NOT = '00'
               DISPLAY 'DateRollover: write to '
                   ws-date-control-filename
                   ' failed, file status ' ws-date-control-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE date-control-file.

       7000-BUILD-TIMESTAMP.
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

      *> Moves ws-int-day forward to the next business day and
      *> leaves that date in ws-step-date.
       7100-STEP-ONE-BUSINESS-DAY.
           MOVE 'N' TO ws-business-day-flag
           PERFORM UNTIL ws-is-business-day
               ADD 1 TO ws-int-day
               MOVE ws-int-day TO ws-int-check
               PERFORM 7300-JUDGE-BUSINESS-DAY
           END-PERFORM
           MOVE ws-check-date TO ws-step-date.

       7200-STEP-BACK-ONE-BUSINESS-DAY.
           MOVE 'N' TO ws-business-day-flag
           PERFORM UNTIL ws-is-business-day
               SUBTRACT 1 FROM ws-int-day
               MOVE ws-int-day TO ws-int-check
               PERFORM 7300-JUDGE-BUSINESS-DAY
           END-PERFORM
           MOVE ws-check-date TO ws-step-date.

      *> Saturday and Sunday (day-of-week 6 and 0 counted from the
      *> integer-date epoch) and calendar holidays are not business
      *> days.
       7300-JUDGE-BUSINESS-DAY.
           MOVE 'Y' TO ws-business-day-flag
           MOVE FUNCTION DATE-OF-INTEGER(ws-int-check)
               TO ws-check-date
           COMPUTE ws-day-of-week = FUNCTION MOD(ws-int-check, 7)
           IF ws-day-of-week = 0 OR ws-day-of-week = 6
               MOVE 'N' TO ws-business-day-flag
           ELSE
               PERFORM VARYING ws-hol-idx FROM 1 BY 1
                       UNTIL ws-hol-idx > ws-holiday-count
                   IF ws-holiday-date(ws-hol-idx) = ws-check-date
                       MOVE 'N' TO ws-business-day-flag
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> A date is real when it is numeric and survives the trip to
      *> an integer date and back unchanged.
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
           DISPLAY 'DateRollover: action           ' ws-action
           DISPLAY 'DateRollover: holidays loaded  ' ws-holiday-count
           DISPLAY 'DateRollover: holidays ignored ' ws-holidays-skipped
           DISPLAY 'DateRollover: prior business   ' ws-new-prior-date
           DISPLAY 'DateRollover: business date    '
               ws-new-business-date
           DISPLAY 'DateRollover: next business    ' ws-new-next-date.
