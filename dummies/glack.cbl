      *>              rejected marks it 'R'.
      *>   REPORT   - write the exception report: every extract
      *>              still pending after GL_ACK_MAX_DAYS (default
      *>              3) business days - weekends and the dates on
      *>              HOLIDAY_FILE (default holidays.txt) do not
      *>              count - and every mismatched or rejected one.
      *>              Anything on the report ends the job with
      *>              return code 8, so a dropped extract surfaces
      *>              here instead of in a call from the GL team.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT date-control-file
               ASSIGN TO ws-date-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-date-control-status.
           SELECT holiday-file ASSIGN TO ws-holiday-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-holiday-status.
           SELECT OPTIONAL pending-file
               ASSIGN TO ws-pending-filename
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

      *> same holiday calendar DateRollover reads.
       FD  holiday-file.
       01  holiday-record.
           05  hol-date            PIC X(8).
           05  FILLER              PIC X(1).
           05  hol-description     PIC X(30).

       FD  pending-file.
       01  pending-record.
           05  pnd-run-date        PIC X(8).
       01  ws-gl-status            PIC XX.
       01  ws-ack-status           PIC XX.
       01  ws-env-value            PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.
       01  ws-holiday-filename         PIC X(200)
               VALUE 'holidays.txt'.
       01  ws-holiday-status           PIC XX.

       01  ws-action               PIC X(8) VALUE 'REGISTER'.
           88  ws-action-register  VALUE 'REGISTER'.
       01  ws-extracts-overdue     PIC 9(9) VALUE 0.
       01  ws-extracts-on-report   PIC 9(9) VALUE 0.

      *> business-day aging for the overdue test: MOD(day, 7) of
      *> an INTEGER-OF-DATE day number is 6 for a Saturday and 0
      *> for a Sunday.
       01  ws-age-days             PIC S9(8).
       01  ws-int-registered       PIC 9(8).
       01  ws-int-today            PIC 9(8).
       01  ws-int-day              PIC 9(8).
       01  ws-day-of-week          PIC 9(1).
       01  ws-registered-num       PIC 9(8).
       01  ws-today-date           PIC 9(8).
       01  ws-edited-count         PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-age           PIC ZZZ9.
       01  ws-edited-amount        PIC ----,---,---,---,--9.99.

      *> the holiday calendar, for the business-day count.
       01  ws-holiday-eof              PIC X VALUE 'N'.
       01  ws-holiday-count            PIC 9(4) VALUE 0.
       01  ws-holidays-skipped         PIC 9(9) VALUE 0.
       01  ws-hol-idx                  PIC 9(4).
       01  ws-business-day-flag        PIC X VALUE 'N'.
           88  ws-is-business-day      VALUE 'Y'.
       01  ws-holiday-table-area.
           05  ws-holiday-entry OCCURS 1000 TIMES.
               10  ws-holiday-date         PIC X(8).
       01  ws-check-date               PIC 9(8).

       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
               MOVE ws-env-value TO ws-ack-max-days
           END-IF

           PERFORM 1100-READ-DATE-CONTROL
           MOVE ws-today-text TO ws-today-date.

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
               DISPLAY 'GlAckProcess: unable to open '
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
               DISPLAY 'GlAckProcess: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> The holiday calendar is not optional for aging: without it
      *> every holiday would count as a business day.  A line whose
      *> date is not numeric is counted and ignored.
       1150-LOAD-HOLIDAY-TABLE.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'HOLIDAY_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-holiday-filename
           END-IF
           OPEN INPUT holiday-file
           IF ws-holiday-status NOT = '00'
               DISPLAY 'GlAckProcess: unable to open '
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
                       IF hol-date NUMERIC
                           AND ws-holiday-count < 1000
                           ADD 1 TO ws-holiday-count
                           MOVE hol-date
                               TO ws-holiday-date(ws-holiday-count)
                       ELSE
                           ADD 1 TO ws-holidays-skipped
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holiday-file.

      *> Reads the whole pending-extract file into the table; an
      *> absent file (the subsystem's very first run) is simply an
      *> empty table.
      *> on file.  Acknowledged extracts stay on the pending file
      *> as the quiet proof the loop closed, but never print here.
       5000-WRITE-EXCEPTION-REPORT.
           PERFORM 1150-LOAD-HOLIDAY-TABLE
           OPEN OUTPUT report-file
           MOVE SPACES TO report-line
           STRING 'GL acknowledgment exceptions as of '
               ws-today-text ' - allowance ' ws-ack-max-days
               ' business days' DELIMITED BY SIZE
               INTO report-line
           END-STRING
           WRITE report-line
           WRITE report-line
           CLOSE report-file.

      *> Age is the count of business days after the registration
      *> date, up to and including today.
       5100-JUDGE-PENDING-AGE.
           MOVE 0 TO ws-age-days
           IF ws-pnd-registered(ws-pnd-idx) NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE(ws-today-date)
                   TO ws-int-today
               IF ws-int-registered > 0 AND ws-int-today > 0
                   MOVE ws-int-registered TO ws-int-day
                   PERFORM UNTIL ws-int-day >= ws-int-today
                       ADD 1 TO ws-int-day
                       PERFORM 5150-JUDGE-BUSINESS-DAY
                       IF ws-is-business-day
                           ADD 1 TO ws-age-days
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF ws-age-days > ws-ack-max-days
               MOVE SPACES TO report-line
               STRING 'OVERDUE  run ' ws-pnd-run-date(ws-pnd-idx)
                   '  registered ' ws-pnd-registered(ws-pnd-idx)
                   '  unacknowledged ' ws-edited-age
                   ' business days'
                   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

      *> A business day is a weekday not on the holiday calendar;
      *> judges the day numbered ws-int-day.
       5150-JUDGE-BUSINESS-DAY.
           MOVE 'Y' TO ws-business-day-flag
           COMPUTE ws-day-of-week = FUNCTION MOD(ws-int-day, 7)
           IF ws-day-of-week = 0 OR ws-day-of-week = 6
               MOVE 'N' TO ws-business-day-flag
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(ws-int-day)
                   TO ws-check-date
               PERFORM VARYING ws-hol-idx FROM 1 BY 1
                       UNTIL ws-hol-idx > ws-holiday-count
                   IF ws-holiday-date(ws-hol-idx) = ws-check-date
                       MOVE 'N' TO ws-business-day-flag
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       5200-WRITE-MISMATCH-LINE.
           ADD 1 TO ws-extracts-on-report
           MOVE ws-pnd-hash-net(ws-pnd-idx) TO ws-edited-amount
           DISPLAY '  acks unusable           ' ws-acks-unusable
           DISPLAY '  extracts overdue        ' ws-extracts-overdue
           DISPLAY '  extracts on report      ' ws-extracts-on-report
           DISPLAY '  entries lost (table full) ' ws-pending-lost
           DISPLAY '  holiday lines unusable  ' ws-holidays-skipped.
