      *Record layout for an entry in the service-fee invoice file,
      *held in /var/lib/asdf/invoices. asdf-bill-groups appends one
      *per group billed for a month, numbered one past the highest
      *number already on file, and asdf-invoice-register prints them.
       01 :X:-invoice-entry.
           02 :X:-invoice-number       PIC 9(8).
           02 :X:-group-id             PIC X(16).
      *The month billed, YYYYMM.
           02 :X:-period               PIC 9(6).
      *Days of active membership summed over the group's members
      *for the month (asdf-member-days), against the days in the
      *month - a member present for part of it bills that part.
           02 :X:-member-days          PIC 9(7).
           02 :X:-period-days          PIC 9(2).
           02 :X:-rate                 PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
           02 :X:-amount               PIC 9(10) COMP.
      *The parties and id of the debt posted to the group's ledger
      *for the fee: the pot (or an admin) owing the shop account.
           02 :X:-debitor              PIC X(16).
           02 :X:-creditor             PIC X(16).
           02 :X:-entry-id             PIC X(16).
           02 :X:-issued-timestamp     PIC 9(14).
