      *Record layout for one move of a ledger entry from one group to
      *another, written by asdf-transfer-transaction into BOTH
      *groups' /var/lib/asdf/group/<id>/transfers - the same record
      *in each - so the entry can be traced from either side: the
      *source group's reversal back to where the entry went, the
      *target group's repost back to where it came from. The
      *counterpart of asdf-amendment.cpy for a correction that
      *crosses groups.
       01 :X:-transfer.
           02 :X:-original-id          PIC X(16).
           02 :X:-source-group         PIC X(16).
           02 :X:-reversal-id          PIC X(16).
           02 :X:-target-group         PIC X(16).
           02 :X:-repost-id            PIC X(16).
           02 :X:-transferred-by       PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-timestamp            PIC 9(14).
