               88 :X:-frozen           VALUE 'F'.
           02 :X:-freeze-reason        PIC X(100).
           02 :X:-thaw-date            PIC 9(8).
      *The house bank account the pot's money sits in (IBAN or
      *local routing/account pair), set through asdf-create-pot:
      *the paying side of every transfer asdf-pay-payees writes to
      *the bank payment file. Spaces when none was given.
           02 :X:-pot-bank-details     PIC X(34).
      *The group this one rolls up into (asdf-set-parent-group), a
      *raw group id: a property company's houses or a club's teams
      *name the umbrella group, whose roll-up reports fold them in
      *and whose admins may read their reports without joining
      *them. LOW-VALUES (or whatever an info record written before
      *this field existed carries) means the group stands alone.
           02 :X:-parent-group-id      PIC X(16).
      *The month the group's fiscal year ends in, 01 to 12, set
      *through asdf-update-group: a club whose books run July
      *to June carries 06. asdf-year-end-close closes the group
      *through the last day of that month, and the payee annual
      *summary and year-to-date figures run over the same twelve
      *months (asdf-fiscal-year). 12, the default, is the calendar
      *year; anything outside 01 to 12 is read as 12 too.
           02 :X:-fiscal-year-end      PIC 9(2).
      *Receipt confirmation for payments (asdf-confirm-payment): a
      *payment recorded by anyone other than its creditor posts as
      *pending in /var/lib/asdf/group/<id>/payment-confirmations,
      *is held out of the balance report and settle-up until the
      *creditor confirms it, and is confirmed by
      *asdf-auto-confirm-payments once this many days pass with no
      *answer. Zero (or whatever an info record written before this
      *field existed carries) means payments count the moment they
      *are recorded, the long-standing behavior.
           02 :X:-payment-confirm-days PIC 9(3).
