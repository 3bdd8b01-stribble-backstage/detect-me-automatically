      *> DATECTL.cpy
      *> Fixed-width 58-byte system date-control record: the single
      *> record of the date-control file DateRollover maintains and
      *> every other program in the suite reads at start-up for its
      *> processing date, so a run that slips past midnight still
      *> works the business day it was scheduled for.  COPY this
      *> member once per FD, REPLACING LEADING PREFIX with a
      *> record-specific prefix.
      *>
      *> Byte map (58 bytes total):
      *>   1-8    prefix-business-date        YYYYMMDD, the day being
      *>                                      processed
      *>   9      filler
      *>   10-17  prefix-prior-business-date  YYYYMMDD
      *>   18     filler
      *>   19-26  prefix-next-business-date   YYYYMMDD, weekends and
      *>                                      calendar holidays skipped
      *>   27     filler
      *>   28-53  prefix-last-roll-timestamp  clock time of the INIT or
      *>                                      ROLL that wrote the record
      *>   54     filler
      *>   55-58  prefix-last-action          INIT or ROLL
       05  prefix-business-date        PIC X(8).
       05  FILLER                      PIC X(1).
       05  prefix-prior-business-date  PIC X(8).
       05  FILLER                      PIC X(1).
       05  prefix-next-business-date   PIC X(8).
       05  FILLER                      PIC X(1).
       05  prefix-last-roll-timestamp  PIC X(26).
       05  FILLER                      PIC X(1).
       05  prefix-last-action          PIC X(4).
