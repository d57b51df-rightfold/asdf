      *through asdf-confirm-settlement, which posts the payment into
      *the ledger exactly as suggested and marks the leg confirmed -
      *so a settlement round is a tracked process, not a printout on
      *the honor system. EXPORT mode records its plan here too, and
      *asdf-load-payment-status writes back what the bank said of
      *each exported leg.
       01 :X:-settlement-leg.
           02 :X:-plan-id              PIC X(16).
           02 :X:-leg-number           PIC 9(3).
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-confirmed VALUE 'C'.
      *Closed unpaid when asdf-settle-up's SUPERSEDE mode replaced
      *the plan after later postings made it stale.
               88 :X:-status-superseded VALUE 'S'.
      *Flat UTC year/month/day/hour/minute/second values; confirmed
      *is zero while the leg is still open.
           02 :X:-created-timestamp    PIC 9(14).
      *The fs-id of the payment entry the confirmation posted; LOW-
      *VALUES while the leg is still open.
           02 :X:-confirmed-entry      PIC X(16).
      *The bank's word on an exported leg, from its pain.002 payment
      *status report (asdf-load-payment-status): space until a
      *report names the leg, then accepted or rejected with the
      *bank's ISO reason code (e.g. AC04, closed account) and when
      *the report was loaded. A rejected leg is put back open.
           02 :X:-bank-status          PIC X.
               88 :X:-bank-status-none VALUE SPACE.
               88 :X:-bank-status-accepted VALUE 'A'.
               88 :X:-bank-status-rejected VALUE 'R'.
           02 :X:-bank-reason          PIC X(4).
           02 :X:-bank-timestamp       PIC 9(14).
