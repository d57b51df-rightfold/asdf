      *Record layout for an entry in the attachment storage quota
      *table, held in /var/lib/asdf/attachment-quotas and maintained
      *through asdf-set-attachment-quota. The table is append-only:
      *a group's quota is its latest entry. A group with no entry,
      *or whose latest entry is a default one, is held to the
      *attachment-quota-mb configuration key (no limit when that is
      *not set or is zero).
       01 :X:-attachment-quota-entry.
           02 :X:-group-id             PIC X(16).
           02 :X:-kind                 PIC X.
               88 :X:-kind-default     VALUE 'D'.
               88 :X:-kind-limit       VALUE 'L'.
               88 :X:-kind-unlimited   VALUE 'U'.
      *Megabytes (1048576 bytes) the group may hold; zero unless
      *:X:-kind-limit.
           02 :X:-quota-mb             PIC 9(8) COMP.
           02 :X:-set-by               PIC X(16).
           02 :X:-set-timestamp        PIC 9(14).
