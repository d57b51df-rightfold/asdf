      *Record layout for an entry in the dormancy register, held in
      */var/lib/asdf/dormancy. asdf-detect-dormancy keeps one entry
      *per account it has found inactive, rewriting the file on each
      *monthly run; an account that shows activity again drops out.
       01 :X:-dormancy-entry.
           02 :X:-account-id           PIC X(16).
      *Listed accounts carry an open balance and were put in front
      *of the operator before anything else happens to them; noticed
      *ones have been mailed that the account will go dormant; a
      *dormant account has had its address verification withdrawn,
      *so asdf-log-in holds it until asdf-verify-email is run again.
           02 :X:-status               PIC X.
               88 :X:-status-listed    VALUE 'L'.
               88 :X:-status-noticed   VALUE 'N'.
               88 :X:-status-dormant   VALUE 'D'.
      *YYYYMMDD dates of each step, zero until the step is taken;
      *the listing date stays once set, so an account is never listed
      *twice for the same spell of inactivity.
           02 :X:-listed-date          PIC 9(8).
           02 :X:-noticed-date         PIC 9(8).
           02 :X:-dormant-date         PIC 9(8).
      *The newest of account creation, successful login and ledger
      *entry found by the run that last looked at the account.
           02 :X:-last-activity        PIC 9(8).
