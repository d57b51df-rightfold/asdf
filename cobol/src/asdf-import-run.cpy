      *Record layout for one bulk-import run of asdf-load-transactions,
      *held in the group's /var/lib/asdf/group/<id>/import-runs
      *register: which file was loaded, by whom, and how its rows
      *fared. The entries the run posted are listed under the same
      *run id in the group's import-entries file
      *(asdf-import-entry.cpy). asdf-undo-import marks the run undone
      *in place once it has reversed what the run posted.
       01 :X:-import-run.
           02 :X:-run-id               PIC X(16).
           02 :X:-file-name            PIC X(256).
           02 :X:-rows-read            PIC 9(6) COMP.
           02 :X:-rows-posted          PIC 9(6) COMP.
           02 :X:-rows-rejected        PIC 9(6) COMP.
           02 :X:-run-by               PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-run-timestamp        PIC 9(14).
           02 :X:-status               PIC X.
               88 :X:-status-posted    VALUE 'P'.
               88 :X:-status-undone    VALUE 'U'.
      *Filled in by asdf-undo-import: who undid the run and when
      *(LOW-VALUES and zero until then), how many of its entries the
      *undo reversed, and how many it left standing because they had
      *already been reversed or written off.
           02 :X:-undone-by            PIC X(16).
           02 :X:-undone-timestamp     PIC 9(14).
           02 :X:-entries-reversed     PIC 9(6) COMP.
           02 :X:-entries-skipped      PIC 9(6) COMP.
