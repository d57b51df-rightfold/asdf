      *Record layout for an entry in the retention schedule, held in
      */var/lib/asdf/retention-schedule and maintained through
      *asdf-maintain-retention: how many days of one of the
      *append-only logs and journals to keep live, and whether the
      *records that age out are archived (to a dated, compressed file
      *under /var/lib/asdf/retention-archive) before
      *asdf-apply-retention drops them or simply purged. A file with
      *no entry is kept in full.
       01 :X:-retention-entry.
      *The file's name under /var/lib/asdf. 'admin-audit' covers the
      *global trail and every group's own; 'backup' covers the dated
      *day directories asdf-backup-ledgers writes.
           02 :X:-file-name            PIC X(30).
               88 :X:-file-known       VALUE 'gateway-access-log'
                                             'login-audit'
                                             'admin-audit'
                                             'job-log'
                                             'change-events'
                                             'replication-log'
                                             'mail-dead-letter'
                                             'backup'.
           02 :X:-retention-days       PIC 9(5).
           02 :X:-archive-first        PIC X.
               88 :X:-archive-first-yes VALUE 'Y'.
               88 :X:-archive-first-no VALUE 'N'.
