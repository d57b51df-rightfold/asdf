      *token (asdf-check-operator-session must accept the pair - a
      *recurring definition posts into any group unattended, so it
      *takes an operator, not just anyone at a keyboard), then group,
      *type (D/P, or V for a variable bill whose amount is filled in
      *each period - its amount here is just an estimate), debitor,
      *creditor, amount, currency, comment, category, frequency
      *(W/M), optional start date (YYYYMMDD,
      *defaults to today), optional split key UUID (the same key on
      *every leg of one split charge, e.g. each housemate's share of
      *the rent), optional proration flag (Y to scale a split debt
      *leg by the debitor's days of membership in the period it
      *covers; defaults to N).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-create-recurring.
       01 ws-amount-text               PIC X(10).
       01 ws-start-date-text           PIC X(08) VALUE SPACES.
       01 ws-currency-text             PIC X(03) VALUE SPACES.
       01 ws-split-key-text            PIC X(32) VALUE SPACES.

       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           VALUE 'asdf-create-recurring'.
       01 ws-audit-detail              PIC X(200).

      *Set by asdf-check-layout; 'N' stops the run before any data
      *file is opened.
       01 ws-layout-current            PIC X.

       PROCEDURE DIVISION.
       para-main.
           CALL 'asdf-check-layout' USING ws-layout-current
           IF ws-layout-current IS NOT EQUAL TO 'Y' THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-account
           CALL 'asdf-parse-uuid' USING ws-uuid-text nw-group

           ACCEPT nw-type FROM ARGUMENT-VALUE
           IF nw-type IS NOT EQUAL TO 'D' AND 'P' AND 'V' THEN
               DISPLAY 'Invalid type' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
                   TO nw-next-due-date
           END-IF

           MOVE SPACES TO nw-split-key
           ACCEPT ws-split-key-text FROM ARGUMENT-VALUE
           IF ws-split-key-text IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-split-key-text
                   nw-split-key
           END-IF

           SET nw-prorate-no TO TRUE
           ACCEPT nw-prorate FROM ARGUMENT-VALUE
           IF nw-prorate IS EQUAL TO SPACE THEN
               SET nw-prorate-no TO TRUE
           END-IF
           IF NOT nw-prorate-yes AND NOT nw-prorate-no THEN
               DISPLAY 'Invalid proration flag' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF nw-prorate-yes AND
                   (nw-type IS NOT EQUAL TO 'D'
                       OR nw-split-key IS EQUAL TO SPACES) THEN
               DISPLAY 'Only a split debt leg can be prorated'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SET nw-status-active TO TRUE
           PERFORM para-stage-change

           MOVE nw-category TO pc-category
           MOVE nw-frequency TO pc-frequency
           MOVE nw-next-due-date TO pc-start-date
           MOVE nw-split-key TO pc-split-key
           MOVE nw-prorate TO pc-prorate

           OPEN EXTEND fd-pending-changes
           WRITE pc-pending-change
