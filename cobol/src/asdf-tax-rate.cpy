      *Record layout for an entry in the global tax-rate table, held
      *at /var/lib/asdf/tax-rates and maintained by
      *asdf-set-tax-rate. Each entry gives the VAT / sales-tax
      *percentage charged under :X:-code from :X:-effective-date
      *(YYYYMMDD) onwards, until a later entry for the same code
      *supersedes it - the same dated shape as the exchange-rate
      *table, so an entry taxed last year keeps last year's rate
      *after a rate change. A zero rate is a perfectly good entry
      *(zero-rated or exempt supplies still want a code of their
      *own so they can be reported apart).
       01 :X:-tax-rate.
           02 :X:-code                 PIC X(8).
           02 :X:-rate-percent         PIC 9(3)V99 COMP.
           02 :X:-effective-date       PIC 9(8).
