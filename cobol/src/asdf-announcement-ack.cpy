      *Record layout for a member's announcement sign-offs, held in
      */var/lib/asdf/account/<id>/announcement-acks - one record per
      *group announcement (asdf-announcement.cpy) the member
      *confirmed through asdf-ack-announcement, the same shape
      *asdf-statement-ack.cpy keeps for statement periods.
       01 :X:-announcement-ack.
           02 :X:-group-id             PIC X(16).
           02 :X:-announcement-id      PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-acked-timestamp      PIC 9(14).
