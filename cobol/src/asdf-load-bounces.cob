           VALUE 'asdf-load-bounces'.
       01 ws-audit-detail              PIC X(200).

      *The address is looked up in its protected form
      *(asdf-protect-field), the form the account index holds.
      *Look-up mode: nothing is filed in the field vault.
       01 ws-protect-mode              PIC X VALUE 'L'.
       01 ws-protected-email           PIC X(254).

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
           ACCEPT ws-feed-path FROM ARGUMENT-VALUE
           IF ws-feed-path IS EQUAL TO SPACES THEN
               DISPLAY 'Missing bounce report path'
           MOVE SPACES TO ws-bounced-email ws-rest
           UNSTRING ff-line DELIMITED BY ALL SPACE
               INTO ws-bounced-email ws-rest
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-bounced-email ws-protected-email
           MOVE ws-protected-email TO ws-bounced-email

           PERFORM para-find-account THRU para-find-account-exit
           IF ws-found-no THEN
