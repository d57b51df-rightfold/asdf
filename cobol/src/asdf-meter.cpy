      *Record layout for an entry in a group's meter register, held
      *in /var/lib/asdf/group/<id>/meters and maintained by
      *asdf-add-meter. A sub-metered house splits its electricity
      *(or water, or gas) by what each meter used, not evenly: a
      *meter belongs either to one member - their room's meter -
      *or, with no member, to a shared space whose consumption
      *asdf-bill-meters spreads over every active member.
       01 :X:-meter-entry.
      *The code the house knows the meter by (e.g. "ROOM-2",
      *"KITCHEN"), unique among the group's active meters.
           02 :X:-meter-id             PIC X(20).
      *Low-values for a shared-space meter.
           02 :X:-member-id            PIC X(16).
           02 :X:-room                 PIC X(30).
      *Unit the readings are taken in (e.g. "kWh", "m3").
           02 :X:-unit                 PIC X(10).
           02 :X:-status               PIC X.
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-retired   VALUE 'R'.
