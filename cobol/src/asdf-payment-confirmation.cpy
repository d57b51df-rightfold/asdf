      *Record layout for an entry in a group's payment-confirmation
      *log, held in /var/lib/asdf/group/<id>/payment-confirmations.
      *In a group with a nonzero gi-payment-confirm-days, a payment
      *recorded by anyone but its creditor still goes into the
      *ledger as posted, but asdf-queue-payment-confirmation also
      *writes one of these as pending and asks the creditor whether
      *the money arrived. While it is pending the payment - and any
      *reversal of it - is held out of asdf-balance-report and
      *asdf-settle-up and shown on their "awaiting confirmation"
      *line instead, the same way an open dispute is held out. The
      *creditor answers through asdf-confirm-payment: a confirmation
      *lets the payment count, a denial carries the creditor's
      *statement and opens a dispute on the payment (asdf-
      *dispute.cpy) in both parties' words, which then holds it out
      *until an admin resolves it. asdf-auto-confirm-payments
      *confirms whatever is still pending on its confirm-by date.
       01 :X:-payment-confirmation.
           02 :X:-transaction-id       PIC X(16).
           02 :X:-status               PIC X.
               88 :X:-status-pending   VALUE 'P'.
               88 :X:-status-confirmed VALUE 'C'.
               88 :X:-status-auto      VALUE 'A'.
               88 :X:-status-denied    VALUE 'D'.
           02 :X:-payer                PIC X(16).
           02 :X:-creditor             PIC X(16).
           02 :X:-amount               PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
      *Flat UTC year/month/day/hour/minute/second of the payment's
      *own ledger timestamp.
           02 :X:-posted-timestamp     PIC 9(14).
      *YYYYMMDD the payment confirms itself on if still unanswered:
      *its posting date plus the group's window when it was posted.
           02 :X:-confirm-by           PIC 9(8).
      *The account that answered; LOW-VALUES while pending and for
      *an automatic confirmation. decided is zero while pending.
           02 :X:-decided-by           PIC X(16).
           02 :X:-decided-timestamp    PIC 9(14).
      *The creditor's own account of a denial; spaces otherwise.
           02 :X:-statement            PIC X(200).
