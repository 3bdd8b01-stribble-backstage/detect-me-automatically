      *> TRANREC.cpy
      *> Fixed-width 84-byte transaction record layout shared by the
      *> input and output records of BasicCobolExample.  COPY this
      *> member twice, once per FD, REPLACING LEADING PREFIX with a
      *> record-specific prefix (e.g. IN / OUT) so the input and
      *> output copies of the layout get distinct data-names.
      *>
      *> Byte map (84 bytes total):
      *>   1      prefix-record-type    H=header, D=data, T=trailer,
      *>                                X=transfer leg, R=reversal
      *>   2-11   prefix-account-number data records only
      *>   12-19  prefix-tran-date      YYYYMMDD, data records only
      *>   20-21  prefix-tran-code      data records only
      *>   2-11   prefix-trailer-count  trailer records only (redefines
      *>                                the account-number/date/code
      *>                                span above)
      *>   2-7    prefix-source-id      header records only: the
      *>                                sending system, as named on
      *>                                the feed registry; blank on
      *>                                a feed that predates it
      *>   8-13   prefix-file-sequence  header records only: the
      *>                                sender's file number, one up
      *>                                per file it sends
      *>   14-21  prefix-creation-date  header records only: YYYYMMDD
      *>                                the sender built the file
      *>                                (the header fields redefine
      *>                                the same span as the trailer)
      *>   22-32  prefix-amount         signed transaction amount
      *>   33-80  prefix-description    free text
      *>   33-42  prefix-counterparty-acct  transfer legs only: the
      *>                                both legs of one transfer
      *>                                carry so they can be matched
      *>   55-80  prefix-transfer-memo  transfer legs only: free text
      *>   33-40  prefix-orig-tran-date reversals only: the date and
      *>   41-42  prefix-orig-tran-code code of the item reversed,
      *>                                which with the account number
      *>                                make up its key (redefines the
      *>                                description span above)
      *>   43-80  prefix-reversal-memo  reversals only: free text
      *>   81-83  prefix-currency-code  ISO currency of the amount;
      *>                                blank means the base currency.
      *>                                Legacy 80-byte feeds read with
      *>                                the tail space-padded, so they
      *>                                remain valid domestic records
      *>                                with no conversion needed
      *>   84     prefix-item-status    set on the transaction file
      *>                                only: V=reversed by a later
      *>                                'R' record, blank otherwise;
      *>                                blank on every feed record
       05  prefix-record-type      PIC X(1).
           88  prefix-is-header    VALUE 'H'.
           88  prefix-is-data      VALUE 'D'.
           88  prefix-is-trailer   VALUE 'T'.
           88  prefix-is-transfer  VALUE 'X'.
           88  prefix-is-reversal  VALUE 'R'.
       05  prefix-key-fields.
           10  prefix-account-number  PIC X(10).
           10  prefix-tran-date       PIC X(8).
           10  prefix-tran-code       PIC X(2).
       05  prefix-trailer-fields REDEFINES prefix-key-fields.
           10  prefix-trailer-count   PIC 9(10).
       05  prefix-header-fields REDEFINES prefix-key-fields.
           10  prefix-source-id       PIC X(6).
           10  prefix-file-sequence   PIC 9(6).
           10  prefix-creation-date   PIC X(8).
       05  prefix-amount            PIC S9(9)V99.
       05  prefix-description       PIC X(48).
       05  prefix-transfer-fields REDEFINES prefix-description.
           10  prefix-counterparty-acct   PIC X(10).
           10  prefix-pair-reference      PIC X(12).
           10  prefix-transfer-memo       PIC X(26).
       05  prefix-reversal-fields REDEFINES prefix-description.
           10  prefix-orig-tran-date      PIC X(8).
           10  prefix-orig-tran-code      PIC X(2).
           10  prefix-reversal-memo       PIC X(38).
       05  prefix-currency-code     PIC X(3).
           88  prefix-base-currency VALUE SPACES.
       05  prefix-item-status       PIC X(1).
           88  prefix-item-reversed VALUE 'V'.
