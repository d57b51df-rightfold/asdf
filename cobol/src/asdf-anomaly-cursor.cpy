      *Record layout for a group's anomaly-check cursor, held in
      */var/lib/asdf/group/<id>/anomaly-cursor - a single record
      *carrying the flat UTC timestamp of the newest ledger entry
      *asdf-anomaly-report has already looked at. Debts recorded
      *after it are the "new" ones the next night checks; the cursor
      *then advances to the newest entry seen.
       01 :X:-anomaly-cursor.
           02 :X:-last-checked         PIC 9(14).
