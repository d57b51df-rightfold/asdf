      *Record layout for a variable bill awaiting its amount, held in
      */var/lib/asdf/group/<id>/pending-bills. asdf-post-recurring
      *opens one each time a variable recurring entry (rc-variable)
      *falls due, copying the entry's parties and wording;
      *asdf-fill-bill posts it through asdf-append-to-ledger once the
      *paying member enters the real figure. Bills left open too long
      *are listed by asdf-unfilled-bills and chased by
      *asdf-send-reminders.
       01 :X:-bill-entry.
           02 :X:-bill-id              PIC X(16).
           02 :X:-recurring-id         PIC X(16).
           02 :X:-debitor              PIC X(16).
           02 :X:-creditor             PIC X(16).
           02 :X:-currency             PIC X(3).
           02 :X:-comment              PIC X(200).
           02 :X:-category             PIC X(20).
      *The occurrence's due date (YYYYMMDD); carried onto the posted
      *debt as its due date.
           02 :X:-due-date             PIC 9(8).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-opened-timestamp     PIC 9(14).
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-filled    VALUE 'F'.
      *Highest chase reminder sent so far (0-3).
           02 :X:-reminder-stage       PIC 9(1).
           02 :X:-filled-by            PIC X(16).
           02 :X:-filled-timestamp     PIC 9(14).
           02 :X:-filled-amount        PIC 9(10) COMP.
