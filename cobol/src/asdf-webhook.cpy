      *Record layout for an entry in the webhook subscription
      *registry, held at /var/lib/asdf/webhooks and maintained
      *through asdf-maintain-webhook. Each entry names an outside
      *endpoint that asdf-deliver-webhooks posts change-event
      *journal records (asdf-change-event.cpy) to, instead of the
      *partner polling asdf-read-changes: which event types and
      *which group it wants, the secret its signature header is
      *computed with, and how far through the journal it has been
      *delivered - its own cursor, so one endpoint that is down
      *holds up nobody else.
       01 :X:-webhook.
           02 :X:-id                   PIC X(16).
           02 :X:-endpoint-url         PIC X(200).
      *Shared with the partner; the body's HMAC-SHA256 under it
      *goes out in the X-Asdf-Signature header.
           02 :X:-secret               PIC X(64).
      *ce-type values of interest; all spaces means every type.
           02 :X:-event-types.
               03 :X:-event-type       PIC X(20) OCCURS 5 TIMES.
      *LOW-VALUES means every group.
           02 :X:-group-id             PIC X(16).
      *The highest journal sequence this endpoint has been given or
      *has had no interest in.
           02 :X:-delivered-through    PIC 9(10).
      *Consecutive failed attempts at the record after
      *delivered-through, and when the next one is due (flat UTC
      *year/month/day/hour/minute/second value).
           02 :X:-attempts             PIC 9(3).
           02 :X:-next-attempt         PIC 9(14).
           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-parked    VALUE 'P'.
               88 :X:-status-removed   VALUE 'R'.
           02 :X:-created-by           PIC X(16).
           02 :X:-created-timestamp    PIC 9(14).
