           05  tcf-max-amount      PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  tcf-active-flag     PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-customer-flag   PIC X(1).
           05  FILLER              PIC X(1).
           05  tcf-cash-flag       PIC X(1).

       FD  archive-file.
       01  archive-record.
                           MOVE 'Y' TO ws-archive-eof
                       NOT AT END
      *> transfer legs keep their 'X' type into the archive, and
      *> reversals their 'R' type; both moved balances just like
      *> data records, so all three fold in.  A reversed original
      *> still folds: its reversal is what cancels it.
                           IF arc-is-data OR arc-is-transfer
                               OR arc-is-reversal
                               MOVE arc-account-number
                                   TO ws-fold-account
                               MOVE arc-tran-code TO ws-fold-code
