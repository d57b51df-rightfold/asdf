      *Record layout for an entry in a group's household register,
      *held in /var/lib/asdf/group/<id>/households and maintained by
      *asdf-maintain-household. A household is a unit of several
      *member accounts - a couple sharing a house - that splits and
      *settles as one party while each partner keeps their own login
      *and posts under their own account. A split (asdf-append-split,
      *or a profile naming the household) can charge one share to
      *the household itself, and asdf-balance-report and
      *asdf-settle-up fold every partner's position into the
      *household's, so the unit nets to a single line and the plan
      *never sends money from one partner to the other. Each
      *partner's own statement still lists just what they posted or
      *were named on. An account belongs to at most one active
      *household in a group. A dissolved household stays on file so
      *entries charged to it still read sensibly; its partners stop
      *netting together, and whatever is left on the household
      *itself reports on its own line until it is settled.
       01 :X:-household.
      *A 16-byte raw UUID, the same shape account ids use, so a
      *household fits anywhere an account id fits in a ledger record.
           02 :X:-household-id         PIC X(16).
           02 :X:-name                 PIC X(100).
           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-dissolved VALUE 'D'.
           02 :X:-member-count         PIC 9(2).
           02 :X:-member OCCURS 10 TIMES.
               03 :X:-account-id       PIC X(16).
      *Flat UTC year/month/day/hour/minute/second values.
           02 :X:-created-timestamp    PIC 9(14).
