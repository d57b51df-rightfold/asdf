      *Record layout for an entry in the terms acceptance log, held
      *in /var/lib/asdf/terms-acceptances. asdf-accept-terms appends
      *one each time a member accepts a version of a document
      *(asdf-terms-version.cpy); entries are never rewritten, so the
      *log is the record of who accepted what, when and from where.
       01 :X:-terms-acceptance-entry.
           02 :X:-account-id           PIC X(16).
           02 :X:-document             PIC X.
           02 :X:-version              PIC X(10).
      *Flat UTC year/month/day/hour/minute/second.
           02 :X:-timestamp            PIC 9(14).
      *The caller-supplied source, the same free text asdf-log-in
      *records in the login audit.
           02 :X:-source               PIC X(100).
