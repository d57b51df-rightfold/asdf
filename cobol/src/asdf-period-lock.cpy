      *Record layout for a group's month locks, held in
      */var/lib/asdf/group/<id>/period-locks and appended by
      *asdf-lock-period: once a month's statements are out, an
      *admin locks it and no entry may be backdated into it any
      *more (asdf-check-value-date) - a correction posts in the
      *current period instead. Only a month already over can be
      *locked. The latest record for a month wins, so an unlock is
      *just a later record.
       01 :X:-period-lock.
           02 :X:-month                PIC 9(6).
           02 :X:-flag                 PIC X.
               88 :X:-flag-locked      VALUE 'L'.
               88 :X:-flag-unlocked    VALUE 'U'.
           02 :X:-set-by               PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-set-timestamp        PIC 9(14).
