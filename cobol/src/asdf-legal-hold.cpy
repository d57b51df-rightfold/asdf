      *Record layout for an entry in the legal-hold register, held in
      */var/lib/asdf/legal-holds and maintained by asdf-maintain-
      *legal-hold. While an account or a group is under an active
      *hold its data is frozen: every program that destroys or
      *rewrites data (anonymizing, merging, compacting, archiving,
      *recategorizing, reopening, restoring, purging) asks
      *asdf-check-legal-hold first and refuses, or - in a batch -
      *skips the held subject with a logged message. Releasing a
      *hold keeps its entry, marked released, so the register is
      *also the history of what was held and when.
       01 :X:-legal-hold-entry.
           02 :X:-subject-type         PIC X.
               88 :X:-subject-account  VALUE 'A'.
               88 :X:-subject-group    VALUE 'G'.
           02 :X:-subject-id           PIC X(16).
           02 :X:-reason               PIC X(100).
           02 :X:-case-reference       PIC X(30).
           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-released  VALUE 'R'.
      *The operator who placed the hold and when (flat UTC).
           02 :X:-placed-by            PIC X(16).
           02 :X:-placed-timestamp     PIC 9(14).
      *The operator who released it and when; LOW-VALUES and zero
      *while the hold stands.
           02 :X:-released-by          PIC X(16).
           02 :X:-released-timestamp   PIC 9(14).
