           02 :X:-status               PIC X.
               88 :X:-status-success   VALUE 'S'.
               88 :X:-status-failure   VALUE 'F'.
      *The business date (asdf-batch-control.cpy) the step ran
      *for - the night it processed, which after a catch-up run is
      *not the day the start timestamp shows.
           02 :X:-business-date        PIC 9(8).
