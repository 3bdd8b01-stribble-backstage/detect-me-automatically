      *> own net out of that closing - both using each transaction
      *> code's debit/credit nature from the reference table, the
      *> same nature the posting run applied.
      *>
      *> A provisional credit DisputeProcess issued on a disputed
      *> item prints tagged (PROVISIONAL) until its case is made
      *> final; once the case is denied the credit's reversal tags
      *> it (REVERSED) like any other reversed item.
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
               FILE STATUS IS ws-archive-status.
           SELECT statement-file ASSIGN TO ws-statement-filename
               ORGANIZATION IS LINE SEQUENTIAL.
      *> OPTIONAL because a bank with no disputes yet has no case
      *> file; read on the credit's key to find the case behind it.
           SELECT OPTIONAL case-file ASSIGN TO ws-case-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dsp-key-fields
               ALTERNATE RECORD KEY IS dsp-credit-key-fields
                   WITH DUPLICATES
               FILE STATUS IS ws-case-status.

       DATA DIVISION.
       FILE SECTION.
      *> the system business date DateRollover maintains.
       FD  date-control-file.
       01  date-control-record.
           COPY DATECTL REPLACING LEADING ==PREFIX== BY ==dcl==.

       FD  balance-master.
       01  balance-master-record.
           05  bal-account-number   PIC X(10).
           05  tcf-max-amount      PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  tcf-active-flag     PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-customer-flag   PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-cash-flag       PIC X(1).

       FD  archive-file.
       01  archive-record.
       FD  statement-file.
       01  statement-line      PIC X(132).

       FD  case-file.
       01  case-record.
           COPY DISPREC REPLACING LEADING ==PREFIX== BY ==dsp==.

       WORKING-STORAGE SECTION.
       01  ws-end-of-file      PIC X VALUE 'N'.
       01  ws-end-of-browse    PIC X VALUE 'N'.
               VALUE 'tran_codes.txt'.
       01  ws-statement-filename       PIC X(200)
               VALUE 'customer_statements.txt'.
       01  ws-case-filename            PIC X(200)
               VALUE 'dispute_cases.dat'.
       01  ws-balance-master-status    PIC XX.
       01  ws-acct-master-status       PIC XX.
       01  ws-transaction-status       PIC XX.
       01  ws-tran-code-status         PIC XX.
       01  ws-archive-status           PIC XX.
       01  ws-case-status              PIC XX.
       01  ws-env-value                PIC X(200).
       01  ws-date-control-filename    PIC X(200)
               VALUE 'date_control.txt'.
       01  ws-date-control-status      PIC XX.

      *> statement period, defaulted to the current calendar month
      *> (first of the month through the business date) when not
      *> supplied.
       01  ws-period-start             PIC X(8).
       01  ws-period-end               PIC X(8).

               10  ws-arch-code        PIC X(2).
               10  ws-arch-amount      PIC S9(9)V99.
               10  ws-arch-description PIC X(48).
               10  ws-arch-record-type PIC X(1).
               10  ws-arch-item-status PIC X(1).

      *> one detail line's description column, archived or live:
      *> 4400 fills it from the staged record type, description and
      *> item status, so a reversal prints the item it cancels and a
      *> cancelled item prints as reversed.
       01  ws-detail-source.
           05  ws-detail-record-type   PIC X(1).
               88  ws-detail-is-reversal   VALUE 'R'.
           05  ws-detail-item-status   PIC X(1).
               88  ws-detail-item-reversed VALUE 'V'.
           05  ws-detail-description   PIC X(48).
           05  ws-detail-reversal REDEFINES ws-detail-description.
               10  ws-detail-orig-date     PIC X(8).
               10  ws-detail-orig-code     PIC X(2).
               10  ws-detail-reversal-memo PIC X(38).
           05  ws-detail-tran-date     PIC X(8).
           05  ws-detail-tran-code     PIC X(2).
       01  ws-detail-text.
           05  ws-detail-narrative     PIC X(62).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  ws-detail-tag           PIC X(13).

      *> the code DisputeProcess issues provisional credits under.
       01  ws-dispute-credit-code      PIC X(2) VALUE 'PC'.

      *> per-account statement arithmetic: the period's net signed
      *> effect on the balance (credits up, debits down), the net
       01  ws-edited-amount            PIC ----,---,--9.99.
       01  ws-edited-balance           PIC ----,---,---,--9.99.

       01  ws-today-text.
           05  ws-today-year       PIC 9(4).
           05  ws-today-month      PIC 9(2).
           CLOSE account-master
           CLOSE transaction-file
           CLOSE statement-file
           CLOSE case-file
      *> archive activity that never made the table, or whole
      *> archive files that never made the list, is missing from
      *> every derived balance - these statements must not go out.
               MOVE ws-env-value TO ws-statement-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT 'DISPUTE_CASE_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-case-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'DISPUTE_CREDIT_CODE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-dispute-credit-code
           END-IF

           PERFORM 1100-READ-DATE-CONTROL

           MOVE SPACES TO ws-period-start
           ACCEPT ws-period-start FROM ENVIRONMENT 'STATEMENT_START'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT case-file
           IF ws-case-status NOT = '00'
               AND ws-case-status NOT = '05'
               DISPLAY 'CustomerStatement: unable to open '
                   ws-case-filename
                   ', file status ' ws-case-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT statement-file

           PERFORM 1400-LOAD-TRAN-CODE-TABLE
                   MOVE 'Y' TO ws-end-of-file
           END-START.

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
               DISPLAY 'CustomerStatement: unable to open '
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
               DISPLAY 'CustomerStatement: no usable business date in '
                   ws-date-control-filename
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE dcl-business-date TO ws-today-text.

      *> Splits the space-separated ARCHIVE_FILES list into the
      *> archive file table, the same way the posting run splits its
      *> INPUT_FILES list.  No list means the period is served from
           END-PERFORM.

       1600-TABLE-ONE-ARCHIVE-RECORD.
           IF (arc-is-data OR arc-is-transfer OR arc-is-reversal)
               AND arc-tran-date >= ws-period-start
               IF ws-arch-tran-count < 10000
                   ADD 1 TO ws-arch-tran-count
                       TO ws-arch-amount(ws-arch-tran-count)
                   MOVE arc-description
                       TO ws-arch-description(ws-arch-tran-count)
                   MOVE arc-record-type
                       TO ws-arch-record-type(ws-arch-tran-count)
                   MOVE arc-item-status
                       TO ws-arch-item-status(ws-arch-tran-count)
               ELSE
                   ADD 1 TO ws-arch-trans-lost
               END-IF
                   AND ws-arch-date(ws-arch-idx) NOT > ws-period-end
                   MOVE ws-arch-amount(ws-arch-idx)
                       TO ws-edited-amount
                   MOVE ws-arch-record-type(ws-arch-idx)
                       TO ws-detail-record-type
                   MOVE ws-arch-item-status(ws-arch-idx)
                       TO ws-detail-item-status
                   MOVE ws-arch-description(ws-arch-idx)
                       TO ws-detail-description
                   MOVE ws-arch-date(ws-arch-idx)
                       TO ws-detail-tran-date
                   MOVE ws-arch-code(ws-arch-idx)
                       TO ws-detail-tran-code
                   PERFORM 4400-BUILD-DETAIL-TEXT
                   MOVE SPACES TO statement-line
                   STRING '  ' ws-arch-date(ws-arch-idx)
                       '  ' ws-arch-code(ws-arch-idx)
                       '  ' ws-edited-amount
                       '  ' ws-detail-text
                       DELIMITED BY SIZE
                       INTO statement-line
                   END-STRING

       4250-PRINT-ONE-LIVE-DETAIL.
           MOVE txn-amount TO ws-edited-amount
           MOVE txn-record-type TO ws-detail-record-type
           MOVE txn-item-status TO ws-detail-item-status
           MOVE txn-description TO ws-detail-description
           MOVE txn-tran-date TO ws-detail-tran-date
           MOVE txn-tran-code TO ws-detail-tran-code
           PERFORM 4400-BUILD-DETAIL-TEXT
           MOVE SPACES TO statement-line
           STRING '  ' txn-tran-date '  ' txn-tran-code
               '  ' ws-edited-amount '  ' ws-detail-text
               DELIMITED BY SIZE
               INTO statement-line
           END-STRING
           END-STRING
           WRITE statement-line.

      *> A reversal's description names the item it cancels - that
      *> item's date and code - ahead of its own memo; an item a
      *> reversal has cancelled keeps its description and is tagged
      *> (REVERSED), so the customer sees both ends of the pair.
      *> A dispute credit not yet reversed is tagged (PROVISIONAL)
      *> unless its case has been made final.
       4400-BUILD-DETAIL-TEXT.
           MOVE SPACES TO ws-detail-text
           IF ws-detail-is-reversal
               STRING 'REVERSAL OF ' ws-detail-orig-date ' '
                   ws-detail-orig-code ' ' ws-detail-reversal-memo
                   DELIMITED BY SIZE
                   INTO ws-detail-narrative
               END-STRING
           ELSE
               MOVE ws-detail-description TO ws-detail-narrative
           END-IF
           IF ws-detail-item-reversed
               MOVE '(REVERSED)' TO ws-detail-tag
           ELSE
               IF ws-detail-record-type = 'D'
                   AND ws-detail-tran-code = ws-dispute-credit-code
                   PERFORM 4450-JUDGE-DISPUTE-CREDIT
               END-IF
           END-IF.

      *> The case is found on the credit's own key.  A credit with
      *> no case on file - one keyed by hand under the dispute code
      *> - is still provisional as far as the customer is told.
       4450-JUDGE-DISPUTE-CREDIT.
           MOVE '(PROVISIONAL)' TO ws-detail-tag
           MOVE bal-account-number TO dsp-credit-account
           MOVE ws-detail-tran-date TO dsp-credit-date
           MOVE ws-detail-tran-code TO dsp-credit-code
           READ case-file KEY IS dsp-credit-key-fields
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF dsp-case-final
                       MOVE SPACES TO ws-detail-tag
                   END-IF
           END-READ.

       7000-WRITE-REPORT-HEADING.
           MOVE SPACES TO statement-line
           STRING 'Customer statements for period '
