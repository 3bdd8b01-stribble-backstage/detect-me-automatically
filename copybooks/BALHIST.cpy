      *> BALHIST.cpy
      *> Fixed-width 58-byte balance-history record: one account's
      *> closing balance at the end of one business date, as
      *> BalanceSnapshot writes it after each posting run.  Keyed
      *> on account number then date, so one account's history
      *> reads back in date order - BalanceSnapshot's average-daily-
      *> balance pass and BatchInquiry's point-in-time lookup both
      *> walk it that way.  COPY this member once per FD, REPLACING
      *> LEADING PREFIX with a record-specific prefix.
      *>
      *> Byte map (58 bytes total):
      *>   1-10   prefix-account-number      key, high part
      *>   11-18  prefix-snapshot-date       key, low part: the
      *>                                     business date, YYYYMMDD
      *>   19-32  prefix-closing-balance     S9(11)V99, leading
      *>                                     separate sign
      *>   33-58  prefix-snapshot-timestamp  clock time of the
      *>                                     snapshot run
       05  prefix-key-fields.
           10  prefix-account-number   PIC X(10).
           10  prefix-snapshot-date    PIC X(8).
       05  prefix-closing-balance      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
       05  prefix-snapshot-timestamp   PIC X(26).
