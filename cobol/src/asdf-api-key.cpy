      *Record layout for an entry in the API key registry, held at
      */var/lib/asdf/api-keys and maintained through
      *asdf-maintain-api-key. A key lets a machine client (a
      *bookkeeping integration, say) call asdf-http-gateway in
      *place of a session from asdf-log-in, without anyone's
      *password being stored on the client's side. It acts as the
      *account it is tied to, in every group that account belongs
      *to or only in the one group it is tied to; a key tied to a
      *group alone acts as nobody and so can only read.
       01 :X:-api-key.
      *Handed out once, as 32 hex digits, when the key is issued;
      *the client passes it as the gateway's api_key field.
           02 :X:-token                PIC X(16).
      *Unique among keys not revoked; what the gateway's access log
      *and rate counters record the key's use under.
           02 :X:-name                 PIC X(40).
      *LOW-VALUES when the key is tied to a group alone.
           02 :X:-account-id           PIC X(16).
      *LOW-VALUES means any group the account is a member of.
           02 :X:-group-id             PIC X(16).
      *Which gateway routes the key is good for: the read-only
      *report and ledger-listing routes, or those plus posting to
      *the ledger.
           02 :X:-scope                PIC X.
               88 :X:-scope-read       VALUE 'R'.
               88 :X:-scope-post       VALUE 'P'.
      *Flat UTC year/month/day/hour/minute/second value; past this
      *the key authenticates nothing.
           02 :X:-expiry               PIC 9(14).
           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-revoked   VALUE 'R'.
           02 :X:-created-by           PIC X(16).
           02 :X:-created-timestamp    PIC 9(14).
