      *Record layout for a requested change of an account's email
      *address, held in /var/lib/asdf/email-changes. asdf-change-email
      *appends one, mailing the confirmation token to the new address
      *and the cancel token, with a notice, to the old one;
      *asdf-confirm-email-change applies the change only when the
      *new address presents its token, and asdf-cancel-email-change
      *lets the old address stop it first. Both addresses are held
      *in their protected form (asdf-protect-field), the form the
      *account record and the account index hold.
       01 :X:-email-change-entry.
           02 :X:-token                PIC X(16).
           02 :X:-cancel-token         PIC X(16).
           02 :X:-account-id           PIC X(16).
           02 :X:-old-email            PIC X(254).
           02 :X:-new-email            PIC X(254).
      *A flat UTC year/month/day/hour/minute/second value; past this,
      *an open request can no longer be confirmed.
           02 :X:-expiry               PIC 9(14).
      *A newer request for the same account cancels any still open.
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-confirmed VALUE 'C'.
               88 :X:-status-cancelled VALUE 'X'.
           02 :X:-created-timestamp    PIC 9(14).
