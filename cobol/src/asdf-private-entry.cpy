      *Record layout for the private flag on a two-party ledger
      *entry, held in /var/lib/asdf/group/<id>/private-entries and
      *appended by asdf-mark-private - either party to the entry may
      *set or clear it, and the latest record for an entry wins. A
      *private entry still counts in full toward every balance and
      *settle-up; only the listings and feeds hide its detail from
      *members who are not party to it (asdf-entry-visibility). A
      *reversal or write-off naming a private entry is private with
      *it.
       01 :X:-private-entry.
           02 :X:-entry-id             PIC X(16).
           02 :X:-flag                 PIC X.
               88 :X:-flag-private     VALUE 'Y'.
               88 :X:-flag-public      VALUE 'N'.
           02 :X:-set-by               PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-set-timestamp        PIC 9(14).
