      *The record layout version of each class of fixed-length data
      *file that this release reads and writes, checked against the
      *layout-version register (asdf-layout-version.cpy). Versions
      *count the layouts a class has had, oldest first - the account
      *record's 373, 433, 435 and 452 bytes are versions 1 to 4 -
      *so a change that grows a record bumps its entry here, and
      *asdf-migrate-records gains the conversion from the old one.
       01 :X:-layout-values.
           02 FILLER PIC X(24) VALUE 'account             0004'.
           02 FILLER PIC X(24) VALUE 'group-info          0009'.
           02 FILLER PIC X(24) VALUE 'members             0001'.
           02 FILLER PIC X(24) VALUE 'ledger              0001'.
           02 FILLER PIC X(24) VALUE 'control             0002'.
           02 FILLER PIC X(24) VALUE 'balances            0001'.
           02 FILLER PIC X(24) VALUE 'settlements         0002'.
           02 FILLER PIC X(24) VALUE 'recurring           0002'.
           02 FILLER PIC X(24) VALUE 'pending-changes     0002'.
           02 FILLER PIC X(24) VALUE 'payees              0002'.
           02 FILLER PIC X(24) VALUE 'session-index       0002'.
           02 FILLER PIC X(24) VALUE 'operator-index      0002'.
           02 FILLER PIC X(24) VALUE 'job-log             0002'.
       01 :X:-layout-table REDEFINES :X:-layout-values.
           02 :X:-layout OCCURS 13 TIMES
                   INDEXED BY :X:-layout-ix.
               03 :X:-layout-class     PIC X(20).
               03 :X:-layout-version   PIC 9(4).
       01 :X:-layout-count             PIC 9(4) COMP VALUE 13.
