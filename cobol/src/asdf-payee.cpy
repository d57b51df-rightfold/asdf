           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-retired   VALUE 'R'.
      *The payee's IBAN (or local routing/account pair), up to the
      *34-character IBAN maximum, for asdf-pay-payees to pay it from
      *the pot through the bank payment file; spaces when none was
      *given, which leaves the payee out of payment runs.
           02 :X:-bank-details         PIC X(34).
