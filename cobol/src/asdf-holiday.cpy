      *Record layout for an entry in the global holiday calendar,
      *held in /var/lib/asdf/holidays and maintained through
      *asdf-maintain-holidays. Saturdays and Sundays are never
      *business days; an entry here takes one more date out. An
      *entry with a blank calendar code closes the date everywhere;
      *one with a currency code (e.g. GBP, for a UK bank holiday)
      *only for money in that currency. asdf-business-date reads it.
       01 :X:-holiday-entry.
           02 :X:-date                 PIC 9(8).
           02 :X:-calendar             PIC X(3).
           02 :X:-description          PIC X(50).
