      *Record layout for an annotation on an operator exceptions
      *queue item (asdf-exception.cpy), held in
      */var/lib/asdf/exception-notes and appended by
      *asdf-work-exceptions' NOTE and CLOSE actions - what was
      *checked, who was asked, why the item was closed - so the
      *next operator on shift picks up where the last one left off.
       01 :X:-exception-note.
           02 :X:-exception-id         PIC X(16).
           02 :X:-author               PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-timestamp            PIC 9(14).
           02 :X:-text                 PIC X(200).
