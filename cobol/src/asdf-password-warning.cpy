      *Record layout for the note that an account's password expiry
      *warning has gone out, held in /var/lib/asdf/account/<account-
      *id>/password-expiry-warning. asdf-password-expiry-warning
      *writes it when it queues the mail, holding the expiry date the
      *warning was about, and warns again only when the expiry date
      *it works out no longer matches - the password has been
      *changed since, or the maximum age reconfigured - so a member
      *is warned once per password however many nights fall inside
      *the warning window.
       01 :X:-password-warning.
      *YYYYMMDD the password reaches its maximum age.
           02 :X:-expiry-date          PIC 9(8).
      *A flat UTC year/month/day/hour/minute/second value.
           02 :X:-warned-timestamp     PIC 9(14).
