      *Record layout for an entry in the service-fee billing plan
      *table, held in /var/lib/asdf/billing-plans and maintained
      *through asdf-maintain-billing-plan. The table is append-only:
      *a group's plan for a month is its latest entry entered on or
      *before the month's last day, so a plan change never rewrites
      *what an earlier month was billed under. A group with no entry
      *is not billed at all.
       01 :X:-billing-plan-entry.
           02 :X:-group-id             PIC X(16).
           02 :X:-plan                 PIC X.
               88 :X:-plan-free        VALUE 'F'.
               88 :X:-plan-per-member  VALUE 'M'.
      *Fee per active member per month, in minor units of
      *:X:-currency; zero on a free plan.
           02 :X:-rate                 PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
           02 :X:-entered-by           PIC X(16).
           02 :X:-entered-timestamp    PIC 9(14).
