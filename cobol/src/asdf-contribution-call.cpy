      *Record layout for an entry in a group's contribution-call
      *file, held in /var/lib/asdf/group/<id>/contribution-calls and
      *written by asdf-issue-contribution-call. A call asks every
      *active member to pay a set amount into the group's pot
      *(gi-pot-id) by a due date; it is stored as one record per
      *member so each member's share can be tracked, paid and
      *reminded about on its own. asdf-contribution-arrears
      *rewrites the paid amount and status nightly from the
      *payments actually posted into the pot, and
      *asdf-send-reminders duns the member for whatever is left.
       01 :X:-call-entry.
      *Shared by every member record the one call produced.
           02 :X:-call-id              PIC X(16).
           02 :X:-member-id            PIC X(16).
           02 :X:-amount               PIC 9(10) COMP.
           02 :X:-currency             PIC X(3).
           02 :X:-due-date             PIC 9(8).
           02 :X:-purpose              PIC X(100).
           02 :X:-status               PIC X.
               88 :X:-status-open      VALUE 'O'.
               88 :X:-status-paid      VALUE 'P'.
               88 :X:-status-cancelled VALUE 'C'.
           02 :X:-issued-by            PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value, same shape
      *asdf-settlement.cpy's timestamps use.
           02 :X:-issued-timestamp     PIC 9(14).
      *How much of the member's pot payments has been applied to
      *this call so far, in the call's own currency.
           02 :X:-paid-amount          PIC 9(10) COMP.
      *Highest reminder stage asdf-send-reminders has mailed for
      *this record, on the same 1/2/3 escalation its debt reminders
      *use; zero until the first one.
           02 :X:-reminder-stage       PIC 9(1).
