      *Record layout for an entry in a group's asset register, held
      *in /var/lib/asdf/group/<id>/assets and written by
      *asdf-register-asset. The sofa or washing machine a group
      *bought together is recorded in the ledger only as the debt
      *that paid for it; the register keeps the thing itself - what
      *it cost, when it was bought, and how fast it loses value -
      *so asdf-asset-report can value it and asdf-offboard-member's
      *BUYOUT can pay a leaver for their share. Who owns how much
      *of it lives in the asset-shares file (asdf-asset-share.cpy).
       01 :X:-asset-entry.
           02 :X:-asset-id             PIC X(16).
           02 :X:-description          PIC X(100).
      *The fs-split-of id of the split that bought it, or the fs-id
      *of a single debt.
           02 :X:-purchase-entry       PIC X(16).
      *Sum of the purchase legs, in the purchase currency.
           02 :X:-cost                 PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
           02 :X:-purchase-date        PIC 9(8).
      *Straight-line depreciation period in whole months; zero
      *means the asset holds its value.
           02 :X:-depreciation-months  PIC 9(3).
           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-disposed  VALUE 'D'.
           02 :X:-registered-by        PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value, same shape
      *asdf-settlement.cpy's timestamps use.
           02 :X:-registered-timestamp PIC 9(14).
