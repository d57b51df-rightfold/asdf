       01 ws-render-party              PIC X(32).
       01 ws-render-due                PIC X(10).
       01 ws-render-found              PIC X.
      *Whether asdf-queue-sms took the notice for a channel-S
      *account; 'N' sends it by mail instead.
       01 ws-sms-queued                PIC X.
           88 ws-sms-queued-yes        VALUE 'Y'.
           88 ws-sms-queued-no         VALUE 'N'.

       01 ws-display-amount            PIC Z(9)9.
       01 ws-pending-count             PIC 9(4) COMP VALUE 0.
           VALUE 'asdf-decide-approval'.
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
           PERFORM para-parse
           PERFORM para-check-session

               ws-render-party ws-render-due
               ws-notify-subject ws-notify-body ws-render-found

      *A member on the text channel gets the short form by SMS; with
      *no verified number on file the notice goes by mail as before.
           IF fa-notify-sms THEN
               CALL 'asdf-queue-sms' USING fs-debitor
                   ws-template-key fa-language ws-render-amount
                   ws-render-group-name ws-render-party ws-render-due
                   ws-notify-subject ws-notify-body ws-sms-queued
               IF ws-sms-queued-yes THEN
                   GO TO para-notify-debitor-exit
               END-IF
           END-IF

           IF fa-notify-digest THEN
               CALL 'asdf-format-uuid' USING fs-debitor ws-uuid-text
               MOVE SPACES TO ws-digest-queue-path
