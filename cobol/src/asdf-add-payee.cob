      *category report can tell vendor spending from member
      *transfers. Arguments: acting account UUID, group UUID, payee
      *name (up to 100 characters), optional default category for
      *uncategorized debts to this payee, optional bank details
      *(IBAN, up to 34 characters) for asdf-pay-payees to pay it
      *from the pot. The acting account must be an active admin of
      *the group; the generated payee id is printed back for
      *posting against.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-add-payee.
       01 ws-group-text                PIC X(32).
       01 ws-name                      PIC X(100).
       01 ws-default-category          PIC X(20).
       01 ws-bank-details              PIC X(34) VALUE SPACES.
       01 ws-payee-id                  PIC X(16).
       01 ws-payee-id-text             PIC X(32).
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.

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
               STOP RUN
           END-IF
           ACCEPT ws-default-category FROM ARGUMENT-VALUE
           ACCEPT ws-bank-details FROM ARGUMENT-VALUE

           CALL 'asdf-generate-uuid' USING ws-payee-id

           MOVE ws-payee-id TO py-payee-id
           MOVE ws-name TO py-name
           MOVE ws-default-category TO py-default-category
           MOVE ws-bank-details TO py-bank-details
           SET py-status-active TO TRUE
           OPEN EXTEND fd-payees
           WRITE py-payee-entry
