      *Record layout for a group's auto-categorization rules, held in
      */var/lib/asdf/group/<id>/category-rules and maintained by
      *asdf-set-category-rule. When a debt is posted with a blank
      *fs-category, asdf-auto-categorize tries the rules in priority
      *order (lowest number first, file order on a tie) and the
      *first that matches supplies the category and any tags:
      *  'K' - :X:-keyword appears anywhere in fs-comment, case
      *        ignored;
      *  'P' - the creditor (a member or a registered payee) is
      *        :X:-payee-id;
      *  'A' - fs-amount lies in :X:-amount-low to :X:-amount-high
      *        (minor units of the posting's own currency; a high of
      *        zero leaves the band open above).
      *Tags are joined with '+', the same form the posting programs'
      *tags argument takes.
       01 :X:-category-rule.
           02 :X:-priority             PIC 9(4).
           02 :X:-match-type           PIC X.
               88 :X:-match-keyword    VALUE 'K'.
               88 :X:-match-payee      VALUE 'P'.
               88 :X:-match-amount     VALUE 'A'.
           02 :X:-keyword              PIC X(40).
           02 :X:-payee-id             PIC X(16).
           02 :X:-amount-low           PIC 9(10) COMP.
           02 :X:-amount-high          PIC 9(10) COMP.
           02 :X:-category             PIC X(20).
           02 :X:-tags                 PIC X(60).
