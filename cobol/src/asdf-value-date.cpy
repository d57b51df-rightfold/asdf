      *Record layout for an entry's expense (value) date, held in
      */var/lib/asdf/group/<id>/value-dates: the day the money was
      *actually spent, when that is not the day the entry was keyed
      *- a receipt from the 28th entered on the 3rd. Written by
      *asdf-append-to-ledger and asdf-load-transactions only for a
      *backdated entry, within the backdating limit and outside any
      *locked month (asdf-check-value-date); an entry with no
      *record here has its posting date as its value date. The
      *latest record for an entry wins. The period reports (budget,
      *category, monthly statements) read it through
      *asdf-value-date.
       01 :X:-value-date-entry.
           02 :X:-entry-id             PIC X(16).
           02 :X:-value-date           PIC 9(8).
           02 :X:-set-by               PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-set-timestamp        PIC 9(14).
