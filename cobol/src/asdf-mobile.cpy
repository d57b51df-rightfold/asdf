      *Record layout for an account's mobile number, held in
      */var/lib/asdf/account/<id>/mobile - a side file next to the
      *account record rather than new fields inside it, so every
      *account written before SMS existed reads unchanged and needs
      *no conversion. Set by asdf-set-mobile-number, which texts a
      *one-time code to the number; asdf-verify-mobile flips it to
      *verified once the code comes back, the way asdf-verify-email
      *proves an address. Only a verified number is ever sent
      *anything else (asdf-queue-sms).
       01 :X:-mobile.
      *International form ('+' then digits), held protected
      *(asdf-protect-field) like the email address; the protected
      *form is 21 bytes whatever the number.
           02 :X:-number               PIC X(21).
           02 :X:-verified             PIC X.
               88 :X:-verified-yes     VALUE 'Y'.
               88 :X:-verified-no      VALUE 'N'.
      *Six digits, short enough to type from a phone; zero once
      *the number verifies or the code is used up.
           02 :X:-verify-code          PIC 9(6).
      *Flat UTC year/month/day/hour/minute/second; past this the
      *code no longer verifies.
           02 :X:-code-expiry          PIC 9(14).
      *Wrong codes presented against the current one; at the limit
      *asdf-verify-mobile voids the code and a new one has to be
      *requested.
           02 :X:-failed-attempts      PIC 9(2).
           02 :X:-set-timestamp        PIC 9(14).
