      *Record layout for an entry in the layout-version register,
      *held in /var/lib/asdf/layout-versions: one entry per class of
      *fixed-length data file, stating the record layout version its
      *files were last converted to. asdf-migrate-records writes the
      *register once every file is on the current layout; every
      *program checks it on start through asdf-check-layout, and
      *asdf-system-status lists the classes still behind. A class
      *with no entry (or no register at all) is taken as version 1,
      *the oldest layout it could be on.
       01 :X:-layout-entry.
           02 :X:-file-class           PIC X(20).
           02 :X:-version              PIC 9(4).
           02 :X:-stamped-timestamp    PIC 9(14).
