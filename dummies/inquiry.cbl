      *> full-file sweep.  Every hit is echoed to the response file
      *> with the full transaction fields; a request with no hits
      *> gets an explicit NOT-FOUND line so research can tell "no
      *> activity" from "request lost".  A request typed B (column
      *> 24) asks instead for the account's balance as of the date
      *> given - or its latest snapshot when no date is given - and
      *> is answered from the balance history BalanceSnapshot keeps.
      *> The response file ends with the request/hit/miss counts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS txn-tran-date
                   WITH DUPLICATES
               FILE STATUS IS ws-transaction-status.
      *> OPTIONAL: with no history yet, every balance request is
      *> simply NOT-FOUND.
           SELECT OPTIONAL balance-history
               ASSIGN TO ws-history-filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bhs-key-fields
               FILE STATUS IS ws-history-status.
           SELECT request-file ASSIGN TO ws-request-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-request-status.
           05  req-tran-date       PIC X(8).
           05  FILLER              PIC X(1).
           05  req-tran-code       PIC X(2).
           05  FILLER              PIC X(1).
           05  req-request-type    PIC X(1).
               88  req-balance-as-of   VALUE 'B'.

       FD  balance-history.
       01  balance-history-record.
           COPY BALHIST REPLACING LEADING ==PREFIX== BY ==bhs==.

       FD  response-file.
       01  response-record.
               VALUE 'inquiry_requests.txt'.
       01  ws-response-filename        PIC X(200)
               VALUE 'inquiry_responses.txt'.
       01  ws-history-filename         PIC X(200)
               VALUE 'balance_history.dat'.
       01  ws-transaction-status       PIC XX.
       01  ws-history-status           PIC XX.
       01  ws-request-status           PIC XX.
       01  ws-env-value                PIC X(200).

       01  ws-misses           PIC 9(9) VALUE 0.
       01  ws-request-hit-count PIC 9(9) VALUE 0.
       01  ws-edited-count     PIC ZZZ,ZZZ,ZZ9.
       01  ws-edited-balance   PIC ----,---,---,--9.99.

      *> the latest snapshot found on or before the requested date.
       01  ws-balance-found-flag       PIC X VALUE 'N'.
           88  ws-balance-found        VALUE 'Y'.
       01  ws-found-snapshot-date      PIC X(8).
       01  ws-found-balance            PIC S9(11)V99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM 2000-PROCESS-ALL-REQUESTS
           PERFORM 8000-WRITE-TOTALS
           CLOSE transaction-file
           CLOSE balance-history
           CLOSE request-file
           CLOSE response-file
           STOP RUN.
               MOVE ws-env-value TO ws-response-filename
           END-IF

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value
               FROM ENVIRONMENT 'BALANCE_HISTORY_FILE'
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value TO ws-history-filename
           END-IF

           OPEN INPUT transaction-file
           IF ws-transaction-status NOT = '00'
               DISPLAY 'BatchInquiry: unable to open '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT balance-history
           IF ws-history-status NOT = '00'
               AND ws-history-status NOT = '05'
               DISPLAY 'BatchInquiry: unable to open '
                   ws-history-filename
                   ', file status ' ws-history-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT request-file
           IF ws-request-status NOT = '00'
               DISPLAY 'BatchInquiry: unable to open '
      *> could match - account-led on the record key, or date-led
      *> on the alternate index when no account is given.  A request
      *> naming neither an account nor a date can match nothing and
      *> is answered NOT-FOUND outright.  A balance request goes to
      *> the balance history whatever else it names.
       2100-HANDLE-ONE-REQUEST.
           MOVE 0 TO ws-request-hit-count
           EVALUATE TRUE
               WHEN req-balance-as-of
                   AND req-account-number NOT = SPACES
                   PERFORM 3500-BALANCE-AS-OF
               WHEN req-balance-as-of
                   CONTINUE
               WHEN req-account-number = SPACES
                   AND req-tran-date NOT = SPACES
                   PERFORM 3300-BROWSE-BY-DATE
                   PERFORM 4000-WRITE-HIT
           END-EVALUATE.

      *> Balance as of a date: the latest snapshot on or before it
      *> is the balance at that date's close, since a day with no
      *> snapshot (a weekend, a holiday) had no posting run either.
      *> The account's history is walked forward from its first
      *> snapshot until it passes the date; no date means the
      *> latest snapshot there is.
       3500-BALANCE-AS-OF.
           MOVE 'N' TO ws-balance-found-flag
           MOVE req-account-number TO bhs-account-number
           MOVE LOW-VALUES TO bhs-snapshot-date
           MOVE 'N' TO ws-end-of-browse
           START balance-history
               KEY IS NOT LESS THAN bhs-key-fields
               INVALID KEY
                   MOVE 'Y' TO ws-end-of-browse
           END-START
           PERFORM UNTIL ws-end-of-browse = 'Y'
               READ balance-history NEXT RECORD
                   AT END
                       MOVE 'Y' TO ws-end-of-browse
                   NOT AT END
                       PERFORM 3600-JUDGE-SNAPSHOT
               END-READ
           END-PERFORM
           IF ws-balance-found
               PERFORM 4200-WRITE-BALANCE
           END-IF.

       3600-JUDGE-SNAPSHOT.
           EVALUATE TRUE
               WHEN bhs-account-number NOT = req-account-number
                   MOVE 'Y' TO ws-end-of-browse
               WHEN req-tran-date NOT = SPACES
                   AND bhs-snapshot-date > req-tran-date
                   MOVE 'Y' TO ws-end-of-browse
               WHEN OTHER
                   MOVE 'Y' TO ws-balance-found-flag
                   MOVE bhs-snapshot-date TO ws-found-snapshot-date
                   MOVE bhs-closing-balance TO ws-found-balance
           END-EVALUATE.

      *> A hit on a reversal answers REVERSAL and names the item it
      *> cancels in the description; a hit on an item a reversal
      *> has cancelled answers REVERSED, so research sees the link
      *> from either end.
       4000-WRITE-HIT.
           MOVE SPACES TO response-record
           MOVE txn-account-number TO rsp-account-number
           MOVE txn-tran-date      TO rsp-tran-date
           MOVE txn-tran-code      TO rsp-tran-code
           MOVE txn-amount         TO rsp-amount
           MOVE txn-currency-code  TO rsp-currency-code
           EVALUATE TRUE
               WHEN txn-is-reversal
                   MOVE 'REVERSAL'     TO rsp-status
                   STRING 'REVERSES ' txn-orig-tran-date ' '
                       txn-orig-tran-code ' ' txn-reversal-memo
                       DELIMITED BY SIZE
                       INTO rsp-description
                   END-STRING
               WHEN txn-item-reversed
                   MOVE 'REVERSED'     TO rsp-status
                   MOVE txn-description TO rsp-description
               WHEN OTHER
                   MOVE 'FOUND'        TO rsp-status
                   MOVE txn-description TO rsp-description
           END-EVALUATE
           WRITE response-record
           ADD 1 TO ws-request-hit-count
           ADD 1 TO ws-hits.

      *> The date answered is the one asked for; the description
      *> names the snapshot it came from and carries the balance in
      *> full, since the amount column is narrower than a balance.
       4200-WRITE-BALANCE.
           MOVE SPACES TO response-record
           MOVE 'BALANCE'          TO rsp-status
           MOVE req-account-number TO rsp-account-number
           IF req-tran-date = SPACES
               MOVE ws-found-snapshot-date TO rsp-tran-date
           ELSE
               MOVE req-tran-date TO rsp-tran-date
           END-IF
           MOVE ws-found-balance   TO rsp-amount
           MOVE ws-found-balance   TO ws-edited-balance
           STRING 'SNAPSHOT ' ws-found-snapshot-date
               ' BALANCE ' ws-edited-balance
               DELIMITED BY SIZE
               INTO rsp-description
           END-STRING
           WRITE response-record
           ADD 1 TO ws-request-hit-count
           ADD 1 TO ws-hits.
