      *Record layout for a nightly step's run statistics, held in
      */var/lib/asdf/step-stats. Each step of asdf-run-batch's chain
      *tallies its own work into one of these as it goes and appends
      *it through asdf-write-step-stats when it finishes, so a step
      *that "succeeded" having done nothing is as visible the next
      *morning as one that failed - asdf-batch-run-report lays them
      *against the job log and the trailing nights' figures. The
      *counts mean what the step makes them mean (groups backed up,
      *entries posted, mails queued...); a count a step has no use
      *for stays zero.
       01 :X:-step-stats.
           02 :X:-job-name             PIC X(30).
      *Stamped by asdf-write-step-stats: the business date the step
      *ran for (asdf-business-timestamp) and when it finished.
           02 :X:-business-date        PIC 9(8).
           02 :X:-written-timestamp    PIC 9(14).
           02 :X:-records-read         PIC 9(9) COMP.
           02 :X:-records-written      PIC 9(9) COMP.
           02 :X:-rejects              PIC 9(9) COMP.
           02 :X:-mails-queued         PIC 9(9) COMP.
      *Sum of the amounts the step posted, in each entry's own
      *minor units - a volume gauge, not a balance.
           02 :X:-amount-total         PIC S9(15) COMP.
