      *Record layout for one entry of an account's password history,
      *held in /var/lib/asdf/account/<account-id>/password-history.
      *asdf-record-password appends one each time a password is set -
      *at registration, by a reset and by a change - and trims the
      *file back to the last password-history-count entries (central
      *configuration, default 5). asdf-check-password-reuse hashes a
      *candidate with each entry's own salt (asdf-hash-password) to
      *refuse one of them coming back; the newest entry's
      *set-timestamp is what asdf-check-password-age measures the
      *password's age from.
       01 :X:-password-history-entry.
           02 :X:-salt                 PIC X(16).
           02 :X:-password-hash        PIC X(32).
      *A flat UTC year/month/day/hour/minute/second value.
           02 :X:-set-timestamp        PIC 9(14).
