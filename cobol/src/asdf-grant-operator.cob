       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           MOVE LOW-VALUES TO pc-group pc-debitor pc-creditor
           MOVE SPACES TO pc-rec-type pc-rec-currency pc-comment
           MOVE SPACES TO pc-category pc-frequency
           MOVE SPACES TO pc-split-key pc-prorate
           MOVE 0 TO pc-amount pc-start-date

           OPEN EXTEND fd-pending-changes
