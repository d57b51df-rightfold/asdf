      *Record layout for the tax breakdown of one debt, or of one of
      *its receipt lines (asdf-line-item.cpy), held in
      */var/lib/asdf/group/<id>/tax and written by
      *asdf-set-entry-tax. The ledger entry keeps its single gross
      *fs-amount; this side record says which rate code it was
      *taxed under and how that gross amount splits into net and
      *tax, worked out once from the rate in effect on the entry's
      *own date (asdf-tax-portion) so a later rate change never
      *moves figures already reclaimed. :X:-line-number zero means
      *the whole entry; otherwise it names one receipt line and the
      *amounts cover that line only. An entry is coded either as a
      *whole or line by line, never both, so asdf-tax-report can
      *simply add the records up.
       01 :X:-entry-tax.
           02 :X:-transaction-id       PIC X(16).
           02 :X:-line-number          PIC 9(3).
           02 :X:-code                 PIC X(8).
      *Both portions in the entry's own posted minor units and
      *currency; :X:-net plus :X:-tax is always the gross amount.
           02 :X:-net                  PIC 9(10) COMP.
           02 :X:-tax                  PIC 9(10) COMP.
