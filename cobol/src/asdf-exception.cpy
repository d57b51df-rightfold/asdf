      *Record layout for an item in the operator exceptions queue,
      *held in /var/lib/asdf/exceptions. Each batch job that turns
      *up something a human has to look at still prints it in its
      *own report, and also posts it here through
      *asdf-raise-exception, so the morning check is one queue
      *instead of a dozen reports and files: asdf-work-exceptions
      *lists, assigns, annotates and closes items, and
      *asdf-exception-aging shows how long the open ones have sat.
       01 :X:-exception.
           02 :X:-id                   PIC X(16).
      *Which job raised the item.
           02 :X:-source               PIC X(20).
      *    asdf-reconcile-ledgers: a bank line no payment explains,
      *    or a payment no bank line carried.
               88 :X:-source-bank-match    VALUE 'BANK-MATCH'.
      *    asdf-reconcile-ledgers: computed payment total against
      *    the bank's expected amount.
               88 :X:-source-reconcile     VALUE 'RECONCILE'.
      *    asdf-check-ledgers REPAIR: a record moved to suspense.
               88 :X:-source-suspense      VALUE 'SUSPENSE'.
      *    asdf-load-transactions: rows written to the .rej file.
               88 :X:-source-load-reject   VALUE 'LOAD-REJECT'.
      *    asdf-process-inbound-mail: a message marked failed.
               88 :X:-source-inbound-mail  VALUE 'INBOUND-MAIL'.
      *    asdf-send-mail / asdf-send-sms: an undeliverable entry.
               88 :X:-source-dead-letter   VALUE 'DEAD-LETTER'.
      *    asdf-sweep-integrity: a paused schedule or an orphan.
               88 :X:-source-sweep         VALUE 'SWEEP'.
           02 :X:-severity             PIC X.
               88 :X:-severity-high    VALUE 'H'.
               88 :X:-severity-medium  VALUE 'M'.
               88 :X:-severity-low     VALUE 'L'.
      *The group concerned and the record the item is about (a
      *ledger entry, a plan, a run, an account); LOW-VALUES where
      *there is none.
           02 :X:-group-id             PIC X(16).
           02 :X:-subject-id           PIC X(16).
           02 :X:-description          PIC X(200).
      *Flat UTC year/month/day/hour/minute/second values; zero
      *until the event has happened.
           02 :X:-raised-timestamp     PIC 9(14).
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-closed    VALUE 'C'.
      *The account working the item; LOW-VALUES while unassigned.
           02 :X:-assigned-to          PIC X(16).
           02 :X:-assigned-timestamp   PIC 9(14).
      *Annotations held for the item in the exception-notes file
      *(asdf-exception-note.cpy).
           02 :X:-note-count           PIC 9(3).
           02 :X:-closed-by            PIC X(16).
           02 :X:-closed-timestamp     PIC 9(14).
