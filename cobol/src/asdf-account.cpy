      *Record layout for a user account, held in
      */var/lib/asdf/account/<id>/info.
      *The email address and the bank details are held in their
      *protected form (asdf-protect-field) and revealed only by the
      *programs that have to act on the plain value.
       01 :X:-account.
           02 :X:-email                PIC X(254).
           02 :X:-salt                 PIC X(16).
      *IBAN (or local routing/account pair) payments to this account
      *should be sent to, as maintained by asdf-set-bank-details;
      *spaces when never provided. Carried into the bank payment
      *files asdf-settle-up's EXPORT mode writes. Held in protected
      *form (asdf-protect-field), whose 21 bytes leave the full 34
      *characters of the longest IBAN for the plain value.
           02 :X:-bank-details         PIC X(34).
      *How asdf-append-to-ledger's new-debt notification should reach
      *this account, set by asdf-set-notification-prefs and defaulted
      *by asdf-register-account so every account always has an
      *explicit preference on file. 'S' sends new-debt notices,
      *payment reminders and step-up login codes as text messages
      *to the verified number in the account's mobile file
      *(asdf-mobile.cpy) through asdf-queue-sms; everything else,
      *and those three too should the number be missing or
      *unverified, still goes by mail.
           02 :X:-notify-channel       PIC X.
               88 :X:-notify-email     VALUE 'E'.
               88 :X:-notify-none      VALUE 'N'.
               88 :X:-notify-sms       VALUE 'S'.
      *Whether the address in :X:-email has been proven reachable.
      *asdf-register-account writes the account unverified, with a
      *verification token queued to the address through the mail
      *How often a channel-E account wants those notifications:
      *immediately (the normal mail queue) or folded into a periodic
      *digest instead (a separate, lower-traffic queue). Meaningless
      *when :X:-notify-channel is 'N'; a text message is always sent
      *straight away.
           02 :X:-notify-frequency     PIC X.
               88 :X:-notify-immediate VALUE 'I'.
               88 :X:-notify-digest    VALUE 'D'.
