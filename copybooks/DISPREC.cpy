      *> DISPREC.cpy
      *> Fixed-width 136-byte dispute case record: one customer's
      *> dispute of one posted transaction, as DisputeProcess keeps
      *> it on the keyed dispute case file.  The case is keyed on
      *> the disputed item's own transaction-file key (account,
      *> date, code), so an item can carry only one case; the
      *> provisional credit's key is an alternate key, so
      *> CustomerStatement can find the case behind a credit it
      *> prints.  COPY this member once per FD, REPLACING LEADING
      *> PREFIX with a record-specific prefix.
      *>
      *> Byte map (136 bytes total):
      *>   1-10   prefix-account-number      key: the disputed item's
      *>   11-18  prefix-item-date           account, date and code
      *>   19-20  prefix-item-code           as on the transaction file
      *>   21     prefix-case-status         O=open, F=final (decided
      *>                                     for the customer, credit
      *>                                     kept), D=denied (credit
      *>                                     reversed)
      *>   22     prefix-item-source         L=on the transaction file,
      *>                                     A=found in an archive file
      *>   23-33  prefix-item-amount         9(9)V99, the item's amount
      *>   34-44  prefix-disputed-amount     9(9)V99, the amount the
      *>                                     customer disputes and is
      *>                                     provisionally credited
      *>   45-52  prefix-open-date           business date opened
      *>   53-60  prefix-deadline-date       date the case must be
      *>                                     decided by
      *>   61-80  prefix-credit-key-fields   alternate key (duplicates):
      *>   61-70  prefix-credit-account      the provisional credit's
      *>   71-78  prefix-credit-date         account, date and code;
      *>   79-80  prefix-credit-code         date blank while the
      *>                                     credit is still pending
      *>   81-88  prefix-resolution-date     business date decided
      *>   89-96  prefix-reversal-date       denied cases only: date
      *>   97-98  prefix-reversal-code       and code of the reversal
      *>                                     of the credit, blank when
      *>                                     no credit had been issued
      *>   99-128 prefix-memo                free text
      *>   129-136 prefix-last-maint-date    business date of the
      *>                                     last open/final/deny
       05  prefix-key-fields.
           10  prefix-account-number   PIC X(10).
           10  prefix-item-date        PIC X(8).
           10  prefix-item-code        PIC X(2).
       05  prefix-case-status          PIC X(1).
           88  prefix-case-open        VALUE 'O'.
           88  prefix-case-final       VALUE 'F'.
           88  prefix-case-denied      VALUE 'D'.
       05  prefix-item-source          PIC X(1).
           88  prefix-item-live        VALUE 'L'.
           88  prefix-item-archived    VALUE 'A'.
       05  prefix-item-amount          PIC 9(9)V99.
       05  prefix-disputed-amount      PIC 9(9)V99.
       05  prefix-open-date            PIC X(8).
       05  prefix-deadline-date        PIC X(8).
       05  prefix-credit-key-fields.
           10  prefix-credit-account   PIC X(10).
           10  prefix-credit-date      PIC X(8).
               88  prefix-credit-pending VALUE SPACES.
           10  prefix-credit-code      PIC X(2).
       05  prefix-resolution-date      PIC X(8).
       05  prefix-reversal-date        PIC X(8).
       05  prefix-reversal-code        PIC X(2).
       05  prefix-memo                 PIC X(30).
       05  prefix-last-maint-date      PIC X(8).
