      *Record layout for one meter reading, held in
      */var/lib/asdf/group/<id>/meter-readings and written by
      *asdf-submit-meter-reading: the register's value at the end of
      *a billing period, in the meter's unit. asdf-bill-meters takes
      *a meter's consumption for a period as that period's reading
      *less the one from the latest period before it. One record
      *per meter and period; a resubmission overwrites it.
       01 :X:-reading-entry.
           02 :X:-meter-id             PIC X(20).
      *Billing period as YYYYMM.
           02 :X:-period               PIC 9(6).
           02 :X:-reading              PIC 9(10) COMP.
           02 :X:-submitted-by         PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value, same shape
      *asdf-settlement.cpy's timestamps use.
           02 :X:-submitted-timestamp  PIC 9(14).
