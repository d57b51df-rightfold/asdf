       01 :X:-recurring-entry.
           02 :X:-id                   PIC X(16).
           02 :X:-group                PIC X(16).
      *A variable bill (water, gas, phone) is a debt whose figure
      *changes every period: on its due date asdf-post-recurring
      *posts nothing but opens a pending bill (asdf-pending-bill.cpy)
      *for the debitor to fill in through asdf-fill-bill. Its amount
      *here is only an estimate, for asdf-forecast-report.
           02 :X:-type                 PIC X.
               88 :X:-debt             VALUE 'D'.
               88 :X:-payment          VALUE 'P'.
               88 :X:-variable         VALUE 'V'.
           02 :X:-debitor               PIC X(16).
           02 :X:-creditor              PIC X(16).
           02 :X:-amount                PIC 9(10) COMP.
           02 :X:-status                PIC X.
               88 :X:-status-active     VALUE 'A'.
               88 :X:-status-paused     VALUE 'P'.
      *Entries sharing a split key are the legs of one split charge
      *(e.g. each housemate's share of the rent): legs that fall due
      *together post under one common split-of id. Spaces for a
      *standalone entry.
           02 :X:-split-key             PIC X(16).
      *Occupancy proration: a debt leg is scaled by the days its
      *debitor was an active member during the period the charge
      *covers - the cadence period ending the day before it falls
      *due - so a mid-period join or leave pays only its share.
           02 :X:-prorate               PIC X.
               88 :X:-prorate-yes       VALUE 'Y'.
               88 :X:-prorate-no        VALUE 'N'.
