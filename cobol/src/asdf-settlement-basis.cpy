      *Record layout for the ledger position a recorded settlement
      *plan was computed from, held in
      */var/lib/asdf/group/<id>/settlement-basis - one record per
      *plan asdf-settle-up's RECORD or EXPORT mode writes, beside its
      *legs in the settlements file (asdf-settlement.cpy). The
      *position is the group's control record (asdf-control.cpy) as
      *it stood when the plan was worked out; once the control
      *record has moved on, some later posting has changed the net
      *positions the plan settles and its open legs may no longer
      *add up. asdf-confirm-settlement carries the position forward
      *over the plan's own confirmed payments, warns on any other
      *drift and refuses a plan that has been superseded;
      *asdf-check-stale-plans marks drifted plans stale nightly and
      *has asdf-settle-up work out the plan that replaces them.
      *Plans recorded before the basis was kept have no record here
      *and are left as they are.
       01 :X:-settlement-basis.
           02 :X:-plan-id              PIC X(16).
           02 :X:-record-count         PIC 9(8).
           02 :X:-chain-hash           PIC 9(15) COMP.
           02 :X:-last-id              PIC X(16).
           02 :X:-status               PIC X.
               88 :X:-status-current   VALUE 'A'.
               88 :X:-status-stale     VALUE 'S'.
               88 :X:-status-superseded VALUE 'X'.
      *Flat UTC year/month/day/hour/minute/second; zero until the
      *plan is found stale.
           02 :X:-stale-timestamp      PIC 9(14).
      *The plan this one replaced, and the plan that replaced it;
      *LOW-VALUES where there is none.
           02 :X:-supersedes           PIC X(16).
           02 :X:-superseded-by        PIC X(16).
