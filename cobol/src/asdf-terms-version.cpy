      *Record layout for an entry in the terms-version table, held in
      */var/lib/asdf/terms-versions and maintained by an operator
      *through asdf-maintain-terms. Each published version of the
      *terms of service or the privacy notice gets one entry; the
      *one in force for a document is the entry with the latest
      *effective date not after today (asdf-current-terms), so a
      *version can be entered ahead of the day it takes effect.
       01 :X:-terms-version-entry.
           02 :X:-document             PIC X.
               88 :X:-document-terms   VALUE 'T'.
               88 :X:-document-privacy VALUE 'P'.
           02 :X:-version              PIC X(10).
      *YYYYMMDD; from this day on, members must accept the version.
           02 :X:-effective-date       PIC 9(8).
      *Where the text itself is published - a URL or a document
      *reference; the system holds only the pointer.
           02 :X:-text-reference       PIC X(100).
      *The operator who entered it and when (flat UTC).
           02 :X:-entered-by           PIC X(16).
           02 :X:-entered-timestamp    PIC 9(14).
