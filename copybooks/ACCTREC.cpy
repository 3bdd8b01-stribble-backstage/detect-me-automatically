      *> ACCTREC.cpy
      *> Fixed-width 84-byte account master record layout shared by
      *> AccountMasterLoad (which builds the keyed master from the
      *> deposit system's sequential extract) and BasicCobolExample
      *> (which reads the master to validate each transaction's
      *> PREFIX with a record-specific prefix so each program's copy
      *> of the layout gets distinct data-names.
      *>
      *> Byte map (84 bytes total):
      *>   1-10   prefix-account-number  master key
      *>   11     prefix-account-status  O=open, C=closed, F=frozen,
      *>                                 D=dormant
      *>   12-19  prefix-open-date       YYYYMMDD
      *>   20-27  prefix-close-date      YYYYMMDD, zeros while open
      *>   28-57  prefix-account-name    free text
      *>   58-68  prefix-overdraft-limit 9(9)V99, how far below zero
      *>                                 a debit may take the balance;
      *>                                 zero means no overdraft
      *>   69-76  prefix-last-activity-date  YYYYMMDD, the last
      *>                                 customer-initiated activity
      *>                                 DormancyScan found when it
      *>                                 made the account dormant;
      *>                                 blank otherwise
      *>   77-84  prefix-dormant-date    YYYYMMDD the account went
      *>                                 dormant; blank otherwise
       05  prefix-account-number   PIC X(10).
       05  prefix-account-status   PIC X(1).
           88  prefix-account-open     VALUE 'O'.
           88  prefix-account-closed   VALUE 'C'.
           88  prefix-account-frozen   VALUE 'F'.
           88  prefix-account-dormant  VALUE 'D'.
       05  prefix-open-date         PIC X(8).
       05  prefix-close-date        PIC X(8).
       05  prefix-account-name      PIC X(30).
       05  prefix-overdraft-limit   PIC 9(9)V99.
       05  prefix-last-activity-date PIC X(8).
       05  prefix-dormant-date      PIC X(8).
