      *> STNDREC.cpy
      *> Fixed-width 125-byte standing-instruction record: one
      *> customer's recurring transfer between two accounts, as
      *> StandingOrderMaint keeps it on the keyed standing-order
      *> master and StandingOrderGen reads it to generate each
      *> payment as it falls due.  COPY this member once per FD,
      *> REPLACING LEADING PREFIX with a record-specific prefix.
      *>
      *> Byte map (125 bytes total):
      *>   1-8    prefix-order-id            master key
      *>   9      prefix-order-status        A=active, C=cancelled,
      *>                                     E=ended (past end date)
      *>   10-19  prefix-from-account        account debited
      *>   20-29  prefix-to-account          account credited
      *>   30-40  prefix-amount              9(9)V99, each payment
      *>   41     prefix-frequency           W=weekly, M=monthly on
      *>                                     the start date's day,
      *>                                     D=monthly on the given
      *>                                     day of the month
      *>   42-43  prefix-day-of-month        01-31, frequency D only;
      *>                                     a day past the end of a
      *>                                     short month pays on its
      *>                                     last day
      *>   44-51  prefix-start-date          YYYYMMDD
      *>   52-59  prefix-end-date            YYYYMMDD, blank for no
      *>                                     end date
      *>   60-67  prefix-next-due-date       YYYYMMDD
      *>   68-75  prefix-last-generated-date business date the last
      *>                                     payment was generated on
      *>   76-87  prefix-last-pair-reference pair reference of that
      *>                                     payment's transfer legs
      *>   88-91  prefix-generated-count     payments generated, the
      *>                                     tail of each pair
      *>                                     reference
      *>   92-117 prefix-memo                carried on both legs
      *>   118-125 prefix-last-maint-date    business date of the
      *>                                     last add/change/cancel
       05  prefix-order-id             PIC X(8).
       05  prefix-order-status         PIC X(1).
           88  prefix-order-active     VALUE 'A'.
           88  prefix-order-cancelled  VALUE 'C'.
           88  prefix-order-ended      VALUE 'E'.
       05  prefix-from-account         PIC X(10).
       05  prefix-to-account           PIC X(10).
       05  prefix-amount               PIC 9(9)V99.
       05  prefix-frequency            PIC X(1).
           88  prefix-freq-weekly      VALUE 'W'.
           88  prefix-freq-monthly     VALUE 'M'.
           88  prefix-freq-day-of-month VALUE 'D'.
       05  prefix-day-of-month         PIC 9(2).
       05  prefix-start-date           PIC X(8).
       05  prefix-end-date             PIC X(8).
       05  prefix-next-due-date        PIC X(8).
       05  prefix-last-generated-date  PIC X(8).
       05  prefix-last-pair-reference  PIC X(12).
       05  prefix-generated-count      PIC 9(4).
       05  prefix-memo                 PIC X(26).
       05  prefix-last-maint-date      PIC X(8).
