      *Record layout for an offer of a group's admin role to one of
      *its members, held in /var/lib/asdf/admin-successions. When
      *asdf-detect-orphaned-groups finds an active group left with
      *no active admin it appends one of these for the group's
      *longest-standing active member and mails them the token;
      *asdf-confirm-admin-succession makes them an admin once they
      *present it from their own session. An operator assigning an
      *admin through asdf-assign-group-admin withdraws any offer
      *still open for the group.
       01 :X:-admin-succession.
           02 :X:-token                PIC X(16).
           02 :X:-group-id             PIC X(16).
           02 :X:-account-id           PIC X(16).
      *A flat UTC year/month/day/hour/minute/second value; past this
      *the offer can no longer be taken up, and the next nightly
      *check makes a fresh one.
           02 :X:-expiry               PIC 9(14).
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-accepted  VALUE 'C'.
               88 :X:-status-withdrawn VALUE 'X'.
           02 :X:-created-timestamp    PIC 9(14).
