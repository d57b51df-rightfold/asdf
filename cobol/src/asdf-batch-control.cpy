      *Record layout for the system business-date control record,
      *held as the single record of /var/lib/asdf/batch-control.
      *asdf-run-batch owns it: a chain is started for :X:-business-
      *date with the status set running, and only once every step
      *of that chain has completed is the date rolled forward one
      *day and the status set back to complete - so a night the
      *chain never ran (or halted in) is still waiting to be
      *processed, in order, the next time round. While a chain is
      *running the batch steps take "today" from here through
      *asdf-business-timestamp instead of the clock.
       01 :X:-batch-control.
      *The business date the running chain is processing, or the
      *next one to process when the status is complete.
           02 :X:-business-date        PIC 9(8).
           02 :X:-status               PIC X.
               88 :X:-status-running   VALUE 'R'.
               88 :X:-status-complete  VALUE 'C'.
      *The last business date a full chain completed for; zero
      *before the first.
           02 :X:-last-completed-date  PIC 9(8).
      *Flat UTC timestamps of the running (or last) chain's start
      *and of the last completion.
           02 :X:-started-timestamp    PIC 9(14).
           02 :X:-completed-timestamp  PIC 9(14).
