      *Record layout for an entry in a group's asynchronous posting
      *queue, held in /var/lib/asdf/group/<id>/posting-queue. The
      *HTTP gateway (POST /posting-requests) and the inbound mail
      *processor, when set to queue, drop a posting here through
      *asdf-queue-posting and hand the caller :X:-request-id at once;
      *asdf-drain-postings later posts the queue in arrival order,
      *one group at a time under the group's drain lock, through
      *asdf-append-to-ledger, and records the outcome on the entry
      *for asdf-posting-status to report.
      *
      *The posting's own fields are kept as the text the caller gave
      *them, in asdf-append-to-ledger's argument order, since that
      *is the form they are replayed in; the requester and group
      *were established when the request was taken.
       01 :X:-posting-request.
           02 :X:-request-id           PIC X(16).
           02 :X:-group-id             PIC X(16).
           02 :X:-requested-by         PIC X(16).
           02 :X:-origin               PIC X.
               88 :X:-origin-gateway   VALUE 'G'.
               88 :X:-origin-mail      VALUE 'M'.
      *Flat UTC year/month/day/hour/minute/second values; completed
      *is zero until the drainer has recorded an outcome.
           02 :X:-requested-timestamp  PIC 9(14).
           02 :X:-completed-timestamp  PIC 9(14).
      *'D' is set while the drainer has the entry in hand; an entry
      *still 'D' when the next drain starts was interrupted, and is
      *run again - its idempotency key makes the second run hand back
      *whatever the first one posted.
           02 :X:-status               PIC X.
               88 :X:-status-queued    VALUE 'Q'.
               88 :X:-status-draining  VALUE 'D'.
               88 :X:-status-posted    VALUE 'P'.
               88 :X:-status-approval  VALUE 'A'.
               88 :X:-status-rejected  VALUE 'R'.
           02 :X:-type                 PIC X.
           02 :X:-comment              PIC X(200).
           02 :X:-category             PIC X(20).
           02 :X:-due-date             PIC X(8).
           02 :X:-currency             PIC X(3).
           02 :X:-attachment-ref       PIC X(64).
           02 :X:-event                PIC X(32).
           02 :X:-tags                 PIC X(120).
      *Debt and payment take the parties, amount and (payment only)
      *the debt it retires; a reversal or write-off takes only the id
      *of the entry it corrects, kept in :X:-target.
           02 :X:-debitor              PIC X(32).
           02 :X:-creditor             PIC X(32).
           02 :X:-amount               PIC X(10).
           02 :X:-allocates            PIC X(32).
           02 :X:-target               PIC X(32).
      *Blank when the caller gave none; the drainer then uses the
      *request id, so a request is never posted twice.
           02 :X:-idempotency-key      PIC X(64).
           02 :X:-value-date           PIC X(8).
      *The posted (or approval-held) entry's id, and the refusal
      *text asdf-append-to-ledger gave for a rejected request.
           02 :X:-transaction-id       PIC X(16).
           02 :X:-reason               PIC X(200).
