      *Record layout for a group's maintained category-by-month
      *totals file, held in /var/lib/asdf/group/<id>/category-months
      *and updated by asdf-update-category-months in the same breath
      *as every ledger append (alongside the control record and the
      *current-balances file, from asdf-update-control) - so the
      *category, budget and tag reports and the posting path's
      *budget check read a handful of totals instead of replaying
      *the group's whole ledger.
      *
      *Each record totals one axis value for one month:
      *  'C' - the entry's own fs-category, the axis budgets are set
      *        on (asdf-budget-report, the budget check);
      *  'L' - the same, except that a debt carrying receipt line
      *        items (asdf-line-item.cpy) counts per line category,
      *        the asdf-category-report view;
      *  'T' - each tag (asdf-tag.cpy) the entry carries, the
      *        asdf-tag-report view.
      *'C' and 'L' fall in the month of the entry's expense date
      *(asdf-value-date.cpy); 'T' in the month of its posting date,
      *as the tag report has always counted.
      *
      *Debts, reversals of debts and write-offs are totalled apart,
      *each both in raw posted minor units (whatever currency each
      *entry was posted in - the single-group category view) and
      *converted to the group's reporting currency at the entry's
      *own date (the budget view); spend is debt less reversed. A
      *reversal counts under its own fs-category, per line of the
      *debt it undoes when that debt was itemized, and under that
      *debt's tags. A write-off - and a reversal of one, which
      *takes it back out - counts under its own fs-category alone:
      *it forgives a debt without unspending it, so no report nets
      *it out of spend. The totals carry the group's full history,
      *compacted segments included. asdf-verify-controls recomputes
      *the file nightly and repairs any drift; asdf-rebuild-group
      *rebuilds it.
       01 :X:-category-month.
           02 :X:-kind                 PIC X.
               88 :X:-kind-category    VALUE 'C'.
               88 :X:-kind-line        VALUE 'L'.
               88 :X:-kind-tag         VALUE 'T'.
           02 :X:-name                 PIC X(20).
           02 :X:-month                PIC 9(6).
           02 :X:-debt-raw             PIC S9(12) COMP.
           02 :X:-reversed-raw         PIC S9(12) COMP.
           02 :X:-written-off-raw      PIC S9(12) COMP.
           02 :X:-debt-converted       PIC S9(12) COMP.
           02 :X:-reversed-converted   PIC S9(12) COMP.
           02 :X:-written-off-converted
                                       PIC S9(12) COMP.
