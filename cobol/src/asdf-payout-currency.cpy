      *Record layout for an account's preferred receiving currency,
      *held in /var/lib/asdf/account/<id>/payout-currency and set by
      *asdf-set-payout-currency. A settlement leg paying this account
      *is stated in this currency as well as the group's reporting
      *currency (asdf-payout-amount), so the payer sends what the
      *payee's bank account actually holds. No file, or spaces, means
      *no preference: legs are paid in the reporting currency.
       01 :X:-payout-currency.
           02 :X:-currency             PIC X(3).
      *Flat UTC year/month/day/hour/minute/second.
           02 :X:-set-timestamp        PIC 9(14).
