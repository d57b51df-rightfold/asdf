       01 ws-is-disputed                PIC X.
           88 ws-is-disputed-yes       VALUE 'Y'.
           88 ws-is-disputed-no        VALUE 'N'.
      *How much of the current entry the session's account may see
      *(asdf-entry-visibility): a private two-party entry is masked
      *to a "private adjustment" line for anyone not party to it.
       01 ws-view                      PIC X.
           88 ws-view-full             VALUE 'F'.
           88 ws-view-private-full     VALUE 'P'.
           88 ws-view-admin            VALUE 'A'.
           88 ws-view-masked           VALUE 'M'.

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
           PERFORM para-input
           PERFORM para-list-all
           STOP RUN
                           PERFORM para-list-one-ofx
                       WHEN OTHER
                           DISPLAY ws-transaction
                           IF ws-view-private-full
                                   OR ws-view-admin THEN
                               DISPLAY '  PRIVATE'
                           END-IF
                           PERFORM para-mark-unread-notes
                   END-EVALUATE
                   SET ws-first-record-no TO TRUE

           IF fs-debitor IS EQUAL TO ws-account-filter
               IF ws-effective-debt-yes THEN
                   COMPUTE ws-export-amount = 0 - ws-amount-numeric
               ELSE
                   MOVE ws-amount-numeric TO ws-export-amount
               END-IF
               MOVE ws-creditor TO ws-export-counterparty
           ELSE
               IF ws-effective-debt-yes THEN
                   MOVE ws-amount-numeric TO ws-export-amount
               ELSE
                   COMPUTE ws-export-amount = 0 - ws-amount-numeric
               END-IF
               MOVE ws-debitor TO ws-export-counterparty
           END-IF
           ELSE
               MOVE SPACES TO ws-reversal-of
           END-IF

           CALL 'asdf-entry-visibility' USING ws-group
               ws-session-account fs-transaction ws-view
           IF ws-view-admin OR ws-view-masked THEN
               MOVE 'private adjustment' TO ws-comment
               MOVE SPACES TO ws-amount
               MOVE 0 TO ws-amount-numeric
           END-IF
           IF ws-view-masked THEN
               MOVE SPACES TO ws-debitor ws-creditor
           END-IF
           .

       para-check-ledger-status.
