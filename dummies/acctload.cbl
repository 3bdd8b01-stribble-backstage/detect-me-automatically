      *> recognized status byte to make it onto the master; anything
      *> else is counted and dropped rather than loaded as an account
      *> BasicCobolExample would then validate transactions against.
      *> An extract row with no usable overdraft limit (including a
      *> short row from an extract cut before the limit existed)
      *> loads with a limit of zero: no overdraft until one is set.
       2100-LOAD-ONE-RECORD.
           IF ext-account-number = SPACES
               ADD 1 TO ws-records-dropped
           ELSE
               IF ext-account-open OR ext-account-closed
                   OR ext-account-frozen OR ext-account-dormant
                   MOVE extract-record TO master-record
                   IF mst-overdraft-limit NOT NUMERIC
                       MOVE 0 TO mst-overdraft-limit
                   END-IF
                   WRITE master-record
                       INVALID KEY
                           ADD 1 TO ws-records-dropped
