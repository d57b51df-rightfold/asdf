      *at /var/lib/asdf/change-events. Every mutating program writes
      *one of these through asdf-append-change-event - entry posted,
      *member added or removed, group archived, settlement
      *confirmed, dispute raised or resolved, received payment
      *confirmed or denied - and downstream consumers tail the
      *journal through asdf-read-changes with the last sequence
      *number they saw, instead of rescanning whole ledgers nightly
      *to notice anything changed. The sequence is
      *issued from the one-record counter file
      */var/lib/asdf/change-seq, so it is dense and strictly
      *increasing across all event types.
       01 :X:-change-event.
           02 :X:-sequence             PIC 9(10).
      *E.g. ENTRY-POSTED, MEMBER-ADDED, MEMBER-REMOVED,
      *GROUP-ARCHIVED, SETTLEMENT-CONFIRMED, SETTLEMENT-REJECTED,
      *PLAN-SUPERSEDED, DISPUTE-RAISED, DISPUTE-RESOLVED,
      *ANNOUNCEMENT-POSTED, PAYMENT-CONFIRMED, PAYMENT-DENIED.
           02 :X:-type                 PIC X(20).
           02 :X:-group-id             PIC X(16).
      *The id the event is about: the ledger entry, the member's
      *account, the settlement plan, the disputed transaction, the
      *announcement.
           02 :X:-subject-id           PIC X(16).
      *The acting account where one was identified; LOW-VALUES for
      *batch-originated events.
