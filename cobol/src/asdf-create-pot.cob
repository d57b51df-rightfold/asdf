      *line instead of netting it like a person. A group has at most
      *one pot - rerunning just prints the existing id, so scripts
      *can call this idempotently. Arguments: acting account UUID
      *(must be an active group admin), group UUID, and optionally
      *the house bank account the pot's money is kept in (up to 34
      *characters, the IBAN maximum) - given on a rerun it replaces
      *the one on file. asdf-pay-payees pays external payees from
      *that account. Prints the pot's UUID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-create-pot.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-pot-id                    PIC X(16).
       01 ws-bank-details              PIC X(34) VALUE SPACES.
       01 ws-uuid-text                 PIC X(32).

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-create-pot'.
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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-bank-details FROM ARGUMENT-VALUE

           PERFORM para-create-pot
           STOP RUN

           IF fs-pot-id IS NOT EQUAL TO LOW-VALUES
                   AND fs-pot-id IS NOT EQUAL TO SPACES THEN
               IF ws-bank-details IS NOT EQUAL TO SPACES THEN
                   MOVE ws-bank-details TO fs-pot-bank-details
                   REWRITE fs-info
               END-IF
               CLOSE fd-info
               CALL 'asdf-format-uuid' USING fs-pot-id ws-uuid-text
               IF ws-bank-details IS NOT EQUAL TO SPACES THEN
                   MOVE SPACES TO ws-audit-detail
                   STRING 'set pot bank account for ' ws-uuid-text
                       DELIMITED BY SIZE INTO ws-audit-detail
                       ON OVERFLOW CONTINUE
                   END-STRING
                   CALL 'asdf-append-admin-audit' USING ws-group
                       ws-acting-account ws-audit-program
                       ws-audit-detail
               END-IF
               DISPLAY ws-uuid-text WITH NO ADVANCING
               MOVE 0 TO RETURN-CODE
               STOP RUN

           CALL 'asdf-generate-uuid' USING ws-pot-id
           MOVE ws-pot-id TO fs-pot-id
           MOVE ws-bank-details TO fs-pot-bank-details
           REWRITE fs-info
           CLOSE fd-info

