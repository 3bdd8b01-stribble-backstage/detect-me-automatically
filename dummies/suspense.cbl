      *>             the next run's INPUT_FILES list.
      *>   AGE     - print every item still sitting in suspense
      *>             ('O', 'R', or 'E') more than 3 business days.
      *>             Weekends and the dates on HOLIDAY_FILE (default
      *>             holidays.txt, required for AGE) do not count.
      *>
      *> The suspense master is rewritten in place after LOAD, MARK,
      *> and EXTRACT; AGE only reads it.
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
           SELECT OPTIONAL suspense-file
               ASSIGN TO ws-suspense-filename
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

       FD  suspense-file.
       01  suspense-record.
           05  sus-suspense-id     PIC 9(6).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  sus-cycle-count     PIC 9(2).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  sus-original-data   PIC X(84).

      *> same layout the main run writes to its reject file.
       FD  reject-file.
           05  FILLER              PIC X(1).
           05  rej-reason-text     PIC X(32).
           05  FILLER              PIC X(1).
           05  rej-original-data   PIC X(84).

       FD  marks-file.
       01  marks-record.
       01  ws-reject-status        PIC XX.
       01  ws-marks-status         PIC XX.
       01  ws-env-value            PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.
       01  ws-holiday-filename         PIC X(200)
               VALUE 'holidays.txt'.
       01  ws-holiday-status           PIC XX.

       01  ws-action               PIC X(8) VALUE 'LOAD'.
           88  ws-action-load      VALUE 'LOAD'.
               10  ws-sus-reason       PIC X(6).
               10  ws-sus-date         PIC X(8).
               10  ws-sus-cycle        PIC 9(2).
               10  ws-sus-data         PIC X(84).

      *> action counters, displayed as the control totals.
       01  ws-rejects-read         PIC 9(9) VALUE 0.
       01  ws-edited-count         PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-age           PIC ZZZ9.

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
               MOVE ws-env-value TO ws-aging-filename
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
               DISPLAY 'SuspenseMaintenance: unable to open '
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
               DISPLAY 'SuspenseMaintenance: no usable business '
                   'date in ' ws-date-control-filename
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
               DISPLAY 'SuspenseMaintenance: unable to open '
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

      *> Reads the whole suspense master into the table; an absent
      *> master (the subsystem's very first run) is simply an empty
      *> table.  The next free suspense id is one past the highest
           CLOSE recycle-file.

      *> Prints every item still sitting in suspense ('O', 'R', or
      *> 'E') whose age in business days - weekends and holidays
      *> excluded - exceeds 3, oldest problems being exactly the
      *> ones this report exists to surface.
       5000-WRITE-AGING-REPORT.
           PERFORM 1150-LOAD-HOLIDAY-TABLE
           OPEN OUTPUT aging-report-file
           MOVE SPACES TO aging-line
           STRING 'Suspense aging report - items over 3 business '
           WRITE aging-line
           CLOSE aging-report-file.

      *> Counts the business days strictly between the item's rejection
      *> date and today.  An unreadable date ages as zero rather
      *> than crashing the report.
       5100-COMPUTE-BUSINESS-AGE.
               IF ws-int-day > 0 AND ws-int-today > 0
                   PERFORM UNTIL ws-int-day >= ws-int-today
                       ADD 1 TO ws-int-day
                       PERFORM 5150-JUDGE-BUSINESS-DAY
                       IF ws-is-business-day
                           ADD 1 TO ws-business-age
                       END-IF
                   END-PERFORM
               END-IF
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

       5200-WRITE-AGING-LINE.
           MOVE ws-business-age TO ws-edited-age
           MOVE SPACES TO aging-line
           DISPLAY '  marks unusable           ' ws-marks-unusable
           DISPLAY '  items extracted          ' ws-items-extracted
           DISPLAY '  items on aging report    ' ws-items-aged
           DISPLAY '  items lost (table full)  ' ws-suspense-lost
           DISPLAY '  holiday lines unusable   ' ws-holidays-skipped.
