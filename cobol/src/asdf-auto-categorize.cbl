      *Fills in the category of a debt posted without one from the
      *group's auto-categorization rules (asdf-category-rule.cpy):
      *the rules are tried in priority order, lowest number first
      *and file order on a tie, and the first whose keyword, payee
      *or amount band matches sets ls-category. ls-tags comes back
      *with the rule's tags ('+'-joined, spaces for none) for the
      *caller to record with the entry, and ls-matched says whether
      *a rule applied. An entry that already has a category, or is
      *not a debt, is left alone. The group's rules are read once
      *per group and kept, so an import or a review pass can ask
      *for every row.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-auto-categorize.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-rules
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-rules.
       COPY 'asdf-category-rule.cpy' REPLACING ==:X:== BY ==cr==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-loaded-group              PIC X(16) VALUE LOW-VALUES.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.

      *The group's rules as read, keywords folded to upper case so
      *the comment match ignores case.
       01 ws-rule-count                PIC 9(4) COMP VALUE 0.
       01 ws-rule-table.
           02 ws-rule OCCURS 500 TIMES
                   INDEXED BY ix-rule.
               03 ws-rule-priority     PIC 9(4).
               03 ws-rule-type         PIC X.
               03 ws-rule-keyword      PIC X(40).
               03 ws-rule-keyword-len  PIC 9(2) COMP.
               03 ws-rule-payee        PIC X(16).
               03 ws-rule-low          PIC 9(10) COMP.
               03 ws-rule-high         PIC 9(10) COMP.
               03 ws-rule-category     PIC X(20).
               03 ws-rule-tags         PIC X(60).

       01 ws-best                      PIC 9(4) COMP.
       01 ws-best-priority             PIC 9(4).
       01 ws-upper-comment             PIC X(200).
       01 ws-hits                      PIC 9(4) COMP.
       01 ws-rule-matches              PIC X.
           88 ws-rule-matches-yes      VALUE 'Y'.
           88 ws-rule-matches-no       VALUE 'N'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ls==.
       01 ls-tags                      PIC X(120).
       01 ls-matched                   PIC X.

       PROCEDURE DIVISION USING ls-group ls-transaction ls-tags
           ls-matched.
       para-main.
           MOVE SPACES TO ls-tags
           MOVE 'N' TO ls-matched
           IF NOT ls-debt OR ls-category IS NOT EQUAL TO SPACES THEN
               GO TO para-exit
           END-IF
           IF NOT ws-loaded-yes
                   OR ls-group IS NOT EQUAL TO ws-loaded-group THEN
               PERFORM para-load THRU para-load-exit
               MOVE ls-group TO ws-loaded-group
               SET ws-loaded-yes TO TRUE
           END-IF
           IF ws-rule-count IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           MOVE FUNCTION UPPER-CASE(ls-comment) TO ws-upper-comment
           MOVE 0 TO ws-best
           MOVE 9999 TO ws-best-priority
           PERFORM para-try-rule
               VARYING ix-rule FROM 1 BY 1
               UNTIL ix-rule > ws-rule-count
           IF ws-best IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           SET ix-rule TO ws-best
           MOVE ws-rule-category(ix-rule) TO ls-category
           MOVE ws-rule-tags(ix-rule) TO ls-tags
           MOVE 'Y' TO ls-matched
           .

       para-exit.
           EXIT PROGRAM
           .

      *A rule only displaces the best so far with a strictly lower
      *priority number, so on a tie the earlier rule keeps it.
       para-try-rule.
           IF ws-best IS NOT EQUAL TO 0 AND
                   ws-rule-priority(ix-rule) IS NOT LESS THAN
                   ws-best-priority THEN
               EXIT PARAGRAPH
           END-IF
           SET ws-rule-matches-no TO TRUE
           EVALUATE ws-rule-type(ix-rule)
               WHEN 'K'
                   MOVE 0 TO ws-hits
                   INSPECT ws-upper-comment TALLYING ws-hits
                       FOR ALL ws-rule-keyword(ix-rule)
                           (1:ws-rule-keyword-len(ix-rule))
                   IF ws-hits IS GREATER THAN 0 THEN
                       SET ws-rule-matches-yes TO TRUE
                   END-IF
               WHEN 'P'
                   IF ws-rule-payee(ix-rule) IS EQUAL TO ls-creditor
                       THEN
                       SET ws-rule-matches-yes TO TRUE
                   END-IF
               WHEN 'A'
                   IF ls-amount IS NOT LESS THAN ws-rule-low(ix-rule)
                           AND (ws-rule-high(ix-rule) IS EQUAL TO 0
                           OR ls-amount IS NOT GREATER THAN
                           ws-rule-high(ix-rule)) THEN
                       SET ws-rule-matches-yes TO TRUE
                   END-IF
           END-EVALUATE
           IF ws-rule-matches-yes THEN
               SET ws-best TO ix-rule
               MOVE ws-rule-priority(ix-rule) TO ws-best-priority
           END-IF
           .

       para-load.
           MOVE 0 TO ws-rule-count
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/category-rules' DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-rules
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-rules
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-rules
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

       para-load-one.
           READ fd-rules
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-rule-count IS LESS THAN 500 THEN
                       PERFORM para-keep-rule
                   END-IF
           END-READ
           .

      *A keyword rule with a blank keyword would match every entry;
      *it is dropped rather than kept as a catch-all.
       para-keep-rule.
           IF cr-match-keyword AND cr-keyword IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-rule-count
           SET ix-rule TO ws-rule-count
           MOVE cr-priority TO ws-rule-priority(ix-rule)
           MOVE cr-match-type TO ws-rule-type(ix-rule)
           MOVE FUNCTION UPPER-CASE(cr-keyword)
               TO ws-rule-keyword(ix-rule)
           MOVE 0 TO ws-rule-keyword-len(ix-rule)
           IF cr-match-keyword THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(cr-keyword TRAILING))
                   TO ws-rule-keyword-len(ix-rule)
           END-IF
           MOVE cr-payee-id TO ws-rule-payee(ix-rule)
           MOVE cr-amount-low TO ws-rule-low(ix-rule)
           MOVE cr-amount-high TO ws-rule-high(ix-rule)
           MOVE cr-category TO ws-rule-category(ix-rule)
           MOVE cr-tags TO ws-rule-tags(ix-rule)
           .
