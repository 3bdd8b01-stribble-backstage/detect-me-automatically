      *>   A - add a new open account (must not already exist)
      *>   N - change the account name (any existing account)
      *>   F - freeze (open accounts only)
      *>   C - close (open, frozen or dormant accounts; sets the
      *>       close date and clears any dormancy dates)
      *>   R - reopen (closed, frozen or dormant accounts back to
      *>       open)
      *>   L - set the overdraft limit (open or frozen accounts)
      *>   D - make dormant (open accounts only; carries the last
      *>       customer activity date DormancyScan found)
      *>
      *> The status byte only ever moves along those arrows: a
      *> closed account cannot be frozen, re-added, or drift back to
      *> open by anything short of an explicit R, and a dormant
      *> account takes no freeze or limit change until it is
      *> reopened - frozen, it would drop out of DormancyScan's
      *> escheat listing unnoticed.  Every transaction
      *> - applied or refused - is written to the change audit with
      *> the master record's before and after images, so risk can
      *> prove exactly what changed and what was refused.  The
      *> master this writes is the same file the very next posting
      *> run validates against, which is what makes a same-day
      *> freeze effective that run.
      *>
      *> The overdraft limit is how far below zero the posting run
      *> will let a debit take the balance before returning it
      *> unpaid.  An add takes the limit on its transaction (zero
      *> when blank); an L changes it, and must carry a numeric
      *> limit - a blank one is refused, never read as zero.
      *>
      *> DormancyScan does not touch the master itself: it writes D
      *> transactions in this program's input layout, so an account
      *> going dormant passes through the same before/after audit as
      *> any other status change.  An R brings a dormant account
      *> back and clears its dormancy dates; BasicCobolExample does
      *> the same when a customer credit posts to one, writing its
      *> own line to this audit.
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

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  maint-file.
       01  maint-record.
           05  mnt-action          PIC X(1).
               88  mnt-action-freeze   VALUE 'F'.
               88  mnt-action-close    VALUE 'C'.
               88  mnt-action-reopen   VALUE 'R'.
               88  mnt-action-limit    VALUE 'L'.
               88  mnt-action-dormant  VALUE 'D'.
           05  FILLER              PIC X(1).
           05  mnt-account-number  PIC X(10).
           05  FILLER              PIC X(1).
           05  mnt-account-name    PIC X(30).
           05  FILLER              PIC X(1).
           05  mnt-effective-date  PIC X(8).
           05  FILLER              PIC X(1).
           05  mnt-overdraft-limit PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  mnt-last-activity-date PIC X(8).

       FD  master-file.
       01  master-record.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-reason          PIC X(32).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-before-image    PIC X(84).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  adt-after-image     PIC X(84).

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.
       01  ws-maint-status         PIC XX.
       01  ws-master-status        PIC XX.
       01  ws-env-value            PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> staged outcome of the one transaction being judged: the
      *> before image captured at lookup, the refusal reason when a
      *> transition is not allowed, and whether the master record
      *> existed at all.
       01  ws-before-image         PIC X(84).
       01  ws-master-found-flag    PIC X.
           88  ws-master-found     VALUE 'Y'.
       01  ws-apply-flag           PIC X.
               MOVE ws-env-value TO ws-audit-filename
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           OPEN INPUT maint-file
           IF ws-maint-status NOT = '00'
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
               DISPLAY 'AccountMasterMaint: unable to open '
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
               DISPLAY 'AccountMasterMaint: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

       2000-APPLY-ALL-MAINTENANCE.
           PERFORM UNTIL ws-end-of-file = 'Y'
               READ maint-file
                       MOVE ws-effective-date TO mst-open-date
                       MOVE ZEROS TO mst-close-date
                       MOVE mnt-account-name TO mst-account-name
                       IF mnt-overdraft-limit NUMERIC
                           MOVE mnt-overdraft-limit
                               TO mst-overdraft-limit
                       ELSE
                           MOVE 0 TO mst-overdraft-limit
                       END-IF
                       MOVE 'Y' TO ws-apply-flag
                   END-IF
               WHEN mnt-action-name
                       WHEN mst-account-frozen
                           MOVE 'account already frozen'
                               TO ws-refuse-reason
                       WHEN mst-account-dormant
                           MOVE 'account dormant - reopen first'
                               TO ws-refuse-reason
                       WHEN OTHER
                           SET mst-account-frozen TO TRUE
                           MOVE 'Y' TO ws-apply-flag
                       WHEN OTHER
                           SET mst-account-closed TO TRUE
                           MOVE ws-effective-date TO mst-close-date
                           MOVE SPACES TO mst-last-activity-date
                           MOVE SPACES TO mst-dormant-date
                           MOVE 'Y' TO ws-apply-flag
                   END-EVALUATE
               WHEN mnt-action-reopen
                       WHEN OTHER
                           SET mst-account-open TO TRUE
                           MOVE ZEROS TO mst-close-date
                           MOVE SPACES TO mst-last-activity-date
                           MOVE SPACES TO mst-dormant-date
                           MOVE 'Y' TO ws-apply-flag
                   END-EVALUATE
               WHEN mnt-action-limit
                   EVALUATE TRUE
                       WHEN NOT ws-master-found
                           MOVE 'account not on master'
                               TO ws-refuse-reason
                       WHEN mst-account-closed
                           MOVE 'closed account cannot take limit'
                               TO ws-refuse-reason
                       WHEN mst-account-dormant
                           MOVE 'account dormant - reopen first'
                               TO ws-refuse-reason
                       WHEN mnt-overdraft-limit NOT NUMERIC
                           MOVE 'overdraft limit not numeric'
                               TO ws-refuse-reason
                       WHEN OTHER
                           MOVE mnt-overdraft-limit
                               TO mst-overdraft-limit
                           MOVE 'Y' TO ws-apply-flag
                   END-EVALUATE
               WHEN mnt-action-dormant
                   EVALUATE TRUE
                       WHEN NOT ws-master-found
                           MOVE 'account not on master'
                               TO ws-refuse-reason
                       WHEN NOT mst-account-open
                           MOVE 'only open accounts go dormant'
                               TO ws-refuse-reason
                       WHEN mnt-last-activity-date NOT NUMERIC
                           MOVE 'last activity date not numeric'
                               TO ws-refuse-reason
                       WHEN OTHER
                           SET mst-account-dormant TO TRUE
                           MOVE mnt-last-activity-date
                               TO mst-last-activity-date
                           MOVE ws-effective-date TO mst-dormant-date
                           MOVE 'Y' TO ws-apply-flag
                   END-EVALUATE
               WHEN OTHER
