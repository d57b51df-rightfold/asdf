      *routing/account pair) on the account record, for
      *asdf-settle-up's EXPORT mode to populate bank payment files
      *with. Arguments: account UUID, details (up to 34 characters,
      *the longest IBAN issued; the record holds them in their
      *protected form, asdf-protect-field).
      *Mirrors asdf-set-notification-prefs' read-rewrite shape on
      *the same record.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-bank-details.
       WORKING-STORAGE SECTION.
       01 ws-account-text              PIC X(32).
       01 ws-account                   PIC X(16).
      *One byte over the longest IBAN, so a longer value is caught
      *rather than cut short.
       01 ws-details                   PIC X(35).
       01 ws-protect-mode              PIC X VALUE 'P'.
       01 ws-plain-value               PIC X(254).
       01 ws-protected-value           PIC X(254).

       01 ws-path                      PIC X(256).
       01 ws-account-status            PIC XX.

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
           ACCEPT ws-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-account-text ws-account

               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-details(35:1) IS NOT EQUAL TO SPACE THEN
               DISPLAY 'Bank details too long' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-details TO ws-plain-value
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-plain-value ws-protected-value
           MOVE ws-protected-value TO ws-details

           PERFORM para-update THRU para-update-exit
           IF ws-account-status IS NOT EQUAL TO '00' THEN
