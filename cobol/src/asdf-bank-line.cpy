      *Record layout for one bank-statement line, held in
      */var/lib/asdf/bank-lines and loaded per group by
      *asdf-load-reconciliation's LINES mode from the bank's export,
      *or from a camt.053 or MT940 statement by
      *asdf-load-bank-statement.
      *asdf-reconcile-ledgers' matching pass pairs each line against
      *a ledger payment entry by amount and date window and marks it
      *matched, so a total that is off by 37.50 becomes "this
           02 :X:-group-id             PIC X(16).
           02 :X:-date                 PIC 9(8).
      *Minor units in the base currency, the same convention the
      *per-group expected total uses - or, for the transfer paying a
      *settlement leg in its payee's preferred currency, the payout
      *amount that leg recorded (asdf-settlement-payout.cpy).
           02 :X:-amount               PIC 9(10).
           02 :X:-reference            PIC X(30).
           02 :X:-matched              PIC X.
