       3100-JUDGE-ONE-ARCHIVED-RECORD.
           EVALUATE TRUE
               WHEN NOT arc-is-data AND NOT arc-is-transfer
                   AND NOT arc-is-reversal
                   CONTINUE
               WHEN req-account-number NOT = SPACES
                   AND arc-account-number NOT = req-account-number
                   PERFORM 4000-WRITE-HIT
           END-EVALUATE.

      *> A hit on a reversal answers REVERSAL and names the item it
      *> cancels in the description; a hit on an item a reversal
      *> has cancelled answers REVERSED, so research sees the link
      *> from either end.
       4000-WRITE-HIT.
           MOVE SPACES TO response-record
           MOVE arc-account-number TO rsp-account-number
           MOVE arc-tran-date      TO rsp-tran-date
           MOVE arc-tran-code      TO rsp-tran-code
           MOVE arc-amount         TO rsp-amount
           MOVE arc-currency-code  TO rsp-currency-code
           EVALUATE TRUE
               WHEN arc-is-reversal
                   MOVE 'REVERSAL'     TO rsp-status
                   STRING 'REVERSES ' arc-orig-tran-date ' '
                       arc-orig-tran-code ' ' arc-reversal-memo
                       DELIMITED BY SIZE
                       INTO rsp-description
                   END-STRING
               WHEN arc-item-reversed
                   MOVE 'REVERSED'     TO rsp-status
                   MOVE arc-description TO rsp-description
               WHEN OTHER
                   MOVE 'FOUND'        TO rsp-status
                   MOVE arc-description TO rsp-description
           END-EVALUATE
           WRITE response-record
           ADD 1 TO ws-request-hit-count
           ADD 1 TO ws-hits.
