      *Record layout stamping one ledger entry with the bulk-import
      *run that posted it, held in the group's
      */var/lib/asdf/group/<id>/import-entries - one record per entry
      *asdf-load-transactions posts, under the run id of its
      *import-runs register record (asdf-import-run.cpy). This is
      *how asdf-undo-import finds every entry of a named run.
       01 :X:-import-entry.
           02 :X:-run-id               PIC X(16).
           02 :X:-entry-id             PIC X(16).
      *Line number of the entry's row in the loaded file.
           02 :X:-row-number           PIC 9(6) COMP.
