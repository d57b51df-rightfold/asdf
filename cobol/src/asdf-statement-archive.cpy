      *Record layout for a group's archive of issued monthly
      *statements, held in /var/lib/asdf/group/<id>/statement-archive.
      *asdf-monthly-statements appends every statement it sends, line
      *by line exactly as rendered - the mail subject, the heading,
      *one line per entry of the period with its running balance, and
      *the summary that went out as the mail body - and closes each
      *one with a seal record. Nothing ever rewrites the file: a
      *period already sealed for an account is not archived again, so
      *asdf-reprint-statement can always show a member what they were
      *actually sent, not what today's ledger would say.
       01 :X:-statement-line.
           02 :X:-account-id           PIC X(16).
      *YYYYMM of the statement period.
           02 :X:-period               PIC 9(6).
      *Numbered from 1 within one issued statement. A run cut short
      *leaves an unsealed copy behind; the rerun starts a fresh copy
      *at 1 again and only a sealed copy is ever reprinted.
           02 :X:-line-number          PIC 9(4).
           02 :X:-line-type            PIC X.
               88 :X:-line-subject     VALUE 'S'.
               88 :X:-line-text        VALUE 'T'.
               88 :X:-line-seal        VALUE 'Z'.
           02 :X:-text                 PIC X(200).
      *The seal's view of the same bytes. The checksum folds every
      *line of the copy before it (asdf-hash-statement-line); the
      *ledger chain and count are asdf-hash-entry's chain over the
      *member's mirror entries dated up to the end of the period when
      *the statement was issued, so a reprint can tell whether that
      *part of the ledger has changed since.
           02 :X:-seal REDEFINES :X:-text.
               03 :X:-seal-line-count  PIC 9(4).
               03 :X:-seal-checksum    PIC 9(15).
               03 :X:-seal-ledger-chain
                                       PIC 9(15).
               03 :X:-seal-ledger-count
                                       PIC 9(7).
      *Flat UTC year/month/day/hour/minute/second value.
               03 :X:-issued-timestamp PIC 9(14).
               03 FILLER               PIC X(145).
