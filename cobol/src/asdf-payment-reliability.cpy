      *One member's payment record in a group, as worked out by
      *asdf-payment-reliability from the group's open-item
      *allocations (asdf-allocation.cpy): only a debt fully retired
      *by allocated payments counts as paid, on the date of the last
      *payment it took. Days-to-pay run from the debt's posting date
      *to that payment's expense date (asdf-value-date); a debt is
      *paid late when that date is after its due date, moved to the
      *next business day the way the aging report moves it.
       01 :X:-payment-reliability.
           02 :X:-paid-count           PIC 9(5) COMP.
           02 :X:-average-days         PIC 9(5) COMP.
           02 :X:-worst-days           PIC 9(5) COMP.
           02 :X:-late-count           PIC 9(5) COMP.
      *Late debts as a whole percentage of the paid ones.
           02 :X:-late-percent         PIC 9(3) COMP.
      *The current calendar quarter and the three before it, oldest
      *first, by the date each debt was paid.
           02 :X:-quarter OCCURS 4 TIMES.
               03 :X:-quarter-year     PIC 9(4).
               03 :X:-quarter-number   PIC 9.
               03 :X:-quarter-paid     PIC 9(5) COMP.
               03 :X:-quarter-average  PIC 9(5) COMP.
               03 :X:-quarter-late     PIC 9(5) COMP.
      *'N' when the group had more entries than the tables hold and
      *the figures leave some out.
           02 :X:-complete             PIC X.
               88 :X:-complete-yes     VALUE 'Y'.
               88 :X:-complete-no      VALUE 'N'.
