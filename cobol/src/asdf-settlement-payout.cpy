      *Record layout for a settlement leg stated in the payee's
      *preferred receiving currency (asdf-payout-currency.cpy), held
      *in /var/lib/asdf/group/<id>/settlement-payouts beside the legs
      *themselves in the settlements file (asdf-settlement.cpy) and
      *keyed the same way, plan id and leg number. A leg whose payee
      *has no preference, or prefers the reporting currency itself,
      *has no record here.
       01 :X:-settlement-payout.
           02 :X:-plan-id              PIC X(16).
           02 :X:-leg-number           PIC 9(3).
           02 :X:-currency             PIC X(3).
      *Minor units of :X:-currency; what the payer actually sends.
           02 :X:-amount               PIC 9(10) COMP.
      *Units of :X:-currency per unit of the leg's own currency (major
      *units both sides), from asdf-convert-amount's dated lookup on
      *:X:-rate-date (YYYYMMDD) and taken as the amount above over
      *the leg's amount - the rate the leg actually got once rounded
      *to whole minor units, so the payout divided by it gives back
      *the leg's amount exactly. The payment posted on confirmation
      *is that amount in the leg's own currency, so paying the leg
      *leaves nothing behind on either balance however the rate
      *table moves afterwards.
           02 :X:-rate                 PIC 9(7)V9(8) COMP.
           02 :X:-rate-date            PIC 9(8).
