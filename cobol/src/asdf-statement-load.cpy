      *Record layout for an entry in the register of bank statements
      *already loaded into bank matching, held at
      */var/lib/asdf/bank-statements-loaded. asdf-load-bank-statement
      *writes one per statement it loads and refuses a file holding
      *any statement already on the register, so the same download
      *fed in twice cannot double every bank line.
       01 :X:-statement-load.
      *CAMT53 for camt.053, or MT940.
           02 :X:-format               PIC X(6).
      *The statement's own account (IBAN or other account id), with
      *spaces taken out and letters upper-cased.
           02 :X:-account              PIC X(34).
      *camt.053 Stmt/Id; for MT940 the :20: reference and the :28C:
      *statement/sequence number joined by a slash.
           02 :X:-statement-id         PIC X(40).
           02 :X:-group-id             PIC X(16).
           02 :X:-loaded-timestamp     PIC 9(14).
           02 :X:-loaded-count         PIC 9(6).
           02 :X:-rejected-count       PIC 9(6).
