      *Record layout for a metered bill posted, held in
      */var/lib/asdf/group/<id>/meter-bills and written by
      *asdf-bill-meters once a period's legs are on the ledger. One
      *record per period: a second bill for a period already on file
      *is refused, the way asdf-bill-groups passes over a month
      *already invoiced.
       01 :X:-meter-bill.
      *Billing period as YYYYMM.
           02 :X:-period               PIC 9(6).
      *The fs-split-of id the period's legs carry.
           02 :X:-split-id             PIC X(16).
           02 :X:-amount               PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
           02 :X:-billed-by            PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value, same shape
      *asdf-settlement.cpy's timestamps use.
           02 :X:-billed-timestamp     PIC 9(14).
