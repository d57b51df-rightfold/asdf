      *Sets (or replaces) the bank details - IBAN or local
      *routing/account pair - on an external payee in a group's
      *payee registry, for asdf-pay-payees to pay it from the pot.
      *Arguments: acting account UUID, group UUID, payee UUID,
      *details (up to 34 characters, the IBAN maximum). The acting
      *account must be an active admin of the group, and since a
      *changed payee account is exactly what a diverted rent
      *payment looks like, every change is logged through
      *asdf-append-admin-audit. A retired payee can't be changed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-payee-bank-details.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-payees
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-payees.
       COPY 'asdf-payee.cpy' REPLACING ==:X:== BY ==py==.

       WORKING-STORAGE SECTION.
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-payee-id                  PIC X(16).
       01 ws-payee-id-text             PIC X(32).
       01 ws-details                   PIC X(34).
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-set-payee-bank-details'.
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

           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can manage payees'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-payee-id-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-payee-id-text ws-payee-id

           ACCEPT ws-details FROM ARGUMENT-VALUE
           IF ws-details IS EQUAL TO SPACES THEN
               DISPLAY 'Missing bank details' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           STRING '/var/lib/asdf/group/' ws-group-text '/payees'
               INTO ws-path

           PERFORM para-update THRU para-update-exit
           IF ws-found-no THEN
               DISPLAY 'No such payee' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-payee-id ws-payee-id-text
           MOVE SPACES TO ws-audit-detail
           STRING 'set bank details of payee ' ws-payee-id-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY 'Bank details updated' WITH NO ADVANCING
           STOP RUN
           .

       para-update.
           SET ws-found-no TO TRUE
           OPEN I-O fd-payees
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-payees
               END-IF
               GO TO para-update-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-update-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-payees
           .

       para-update-exit.
           EXIT PARAGRAPH
           .

       para-update-one.
           READ fd-payees
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF py-payee-id IS EQUAL TO ws-payee-id
                           AND py-status-active THEN
                       MOVE ws-details TO py-bank-details
                       REWRITE py-payee-entry
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
