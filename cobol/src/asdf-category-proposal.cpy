      *Record layout for a group's pending category proposals, held
      *in /var/lib/asdf/group/<id>/category-proposals: one record
      *per uncategorized debt the auto-categorization rules have a
      *category for. Written afresh by each asdf-propose-categories
      *review run and consumed by asdf-recategorize PROPOSED, which
      *applies the ones still uncategorized and removes the file.
       01 :X:-category-proposal.
           02 :X:-entry-id             PIC X(16).
           02 :X:-category             PIC X(20).
           02 :X:-tags                 PIC X(60).
           02 :X:-proposed-by          PIC X(16).
           02 :X:-proposed-timestamp   PIC 9(14).
