           02 :X:-category             PIC X(20).
           02 :X:-frequency            PIC X.
           02 :X:-start-date           PIC 9(8).
           02 :X:-split-key            PIC X(16).
           02 :X:-prorate              PIC X.
