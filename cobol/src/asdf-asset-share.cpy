      *Record layout for one member's equity share in a registered
      *asset, held in /var/lib/asdf/group/<id>/asset-shares.
      *asdf-register-asset writes one per purchase leg debitor,
      *carrying the amount of the purchase that member bore, so a
      *member's equity is their share of the asset's cost; a member
      *can hold more than one record for the same asset and their
      *equity is the sum. asdf-offboard-member's BUYOUT zeroes the
      *leaver's records and appends the buyers' new ones.
       01 :X:-share-entry.
           02 :X:-asset-id             PIC X(16).
           02 :X:-member-id            PIC X(16).
      *Cost basis in the asset's currency.
           02 :X:-amount               PIC 9(10) COMP.
