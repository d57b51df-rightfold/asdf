      *Record layout for a group's taxable-category list, held in
      */var/lib/asdf/group/<id>/taxable-categories and maintained by
      *asdf-set-taxable-category. Debts (or receipt lines) in a
      *category flagged taxable here are expected to carry a tax
      *code, and asdf-tax-report lists the ones that don't, so a
      *reclaim isn't quietly short. One record per category name;
      *switching a category off flips its flag in place, the way a
      *retired category stays on the category master.
       01 :X:-taxable-category.
           02 :X:-name                 PIC X(20).
           02 :X:-flag                 PIC X.
               88 :X:-taxable          VALUE 'Y'.
               88 :X:-not-taxable      VALUE 'N'.
