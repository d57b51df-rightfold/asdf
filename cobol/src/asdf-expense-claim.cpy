      *Record layout for one member's reimbursable share of one group
      *entry, held per account in
      */var/lib/asdf/account/<id>/expense-claims and written by
      *asdf-mark-reimbursable. The share is what the entry charges
      *that member - the whole fs-amount of a debt they are the
      *debitor of, or their receipt-line shares (asdf-line-item.cpy)
      *when the debt is itemized - fixed at the time of marking, in
      *the entry's own posted currency. Description, category and
      *attachment stay on the ledger entry and are read from there
      *by asdf-expense-claim-report, so no copy of group data lives
      *under the account. A share can be on file only once, open or
      *paid, which is what stops it being claimed twice.
       01 :X:-expense-claim.
           02 :X:-group-id             PIC X(16).
           02 :X:-transaction-id       PIC X(16).
      *The member's own reference for the claim the share goes on
      *(e.g. the employer's expense-report number); every share
      *under one reference is marked paid together.
           02 :X:-reference            PIC X(20).
           02 :X:-share                PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
      *The entry's date (YYYYMMDD, UTC), for the report's range.
           02 :X:-entry-date           PIC 9(8).
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-paid      VALUE 'P'.
           02 :X:-marked-timestamp     PIC 9(14).
           02 :X:-paid-timestamp       PIC 9(14).
