      *Sets or clears the private flag on a two-party ledger entry
      *(asdf-private-entry.cpy): a personal loan two members settle
      *between themselves can sit in the group, netted by settle-up
      *like any other entry, while asdf-list-ledger,
      *asdf-activity-feed and asdf-analytics-extract show the rest of
      *the group only a "private adjustment" line - admins see the
      *flag and the parties, and the detail too once the entry is
      *disputed (asdf-entry-visibility).
      *
      *Arguments: acting account UUID, session token, group UUID,
      *entry UUID, then Y to make the entry private (the default
      *when blank) or N to make it public again. The session must
      *belong to the acting account, which must be one of the two
      *parties. Only a debt or payment between two distinct members
      *can be private - an entry with the group's pot on one side is
      *the whole group's business. A correction or write-off of the
      *entry follows its flag. Prints the entry's UUID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-mark-private.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-private
           ASSIGN DYNAMIC ws-private-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-private.
       COPY 'asdf-private-entry.cpy' REPLACING ==:X:== BY ==pe==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       WORKING-STORAGE SECTION.
       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-ledger-path               PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-private-path              PIC X(256).
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-pot-id                    PIC X(16) VALUE LOW-VALUES.

       01 ws-transaction-id            PIC X(16).
       01 ws-flag-text                 PIC X(1) VALUE SPACES.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

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

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group

           CALL 'asdf-check-session' USING ws-session-token ws-group
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-acting-account THEN
               DISPLAY 'Session does not match acting account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-transaction-id

           ACCEPT ws-flag-text FROM ARGUMENT-VALUE
           IF ws-flag-text IS EQUAL TO SPACES
                   OR ws-flag-text IS EQUAL TO LOW-VALUES THEN
               MOVE 'Y' TO ws-flag-text
           END-IF
           IF ws-flag-text IS NOT EQUAL TO 'Y' AND 'N' THEN
               DISPLAY 'Flag must be Y or N' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           PERFORM para-find-transaction THRU para-find-transaction-exit
           IF ws-found-no THEN
               DISPLAY 'No such transaction' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT fs-debt AND NOT fs-payment THEN
               DISPLAY 'Only a debt or payment can be private'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-acting-account IS NOT EQUAL TO fs-debitor
                   AND ws-acting-account IS NOT EQUAL TO fs-creditor
                   THEN
               DISPLAY 'Only a party to the entry can change its '
                   'private flag' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-load-pot THRU para-load-pot-exit
           IF fs-debitor IS EQUAL TO fs-creditor
                   OR fs-debitor IS EQUAL TO ws-pot-id
                   OR fs-creditor IS EQUAL TO ws-pot-id THEN
               DISPLAY 'Only an entry between two members can be '
                   'private' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-check-member' USING ws-group fs-debitor
               ws-found
           IF ws-found-yes THEN
               CALL 'asdf-check-member' USING ws-group fs-creditor
                   ws-found
           END-IF
           IF ws-found-no THEN
               DISPLAY 'Only an entry between two members can be '
                   'private' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-append-flag

           CALL 'asdf-format-uuid' USING ws-transaction-id ws-uuid-text
           DISPLAY ws-uuid-text WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-transaction.
           SET ws-found-no TO TRUE
           MOVE SPACES TO ws-ledger-path
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger-path

           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               GO TO para-find-transaction-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-find-transaction-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-ledger
           .

       para-find-transaction-exit.
           EXIT PARAGRAPH
           .

       para-find-transaction-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fs-id IS EQUAL TO ws-transaction-id THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-load-pot.
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               GO TO para-load-pot-exit
           END-IF
           READ fd-group-info
           MOVE gi-pot-id TO ws-pot-id
           CLOSE fd-group-info
           .

       para-load-pot-exit.
           EXIT PARAGRAPH
           .

       para-append-flag.
           MOVE SPACES TO ws-private-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/private-entries' INTO ws-private-path
           MOVE ws-transaction-id TO pe-entry-id
           MOVE ws-flag-text TO pe-flag
           MOVE ws-acting-account TO pe-set-by
           CALL 'asdf-utc-timestamp' USING pe-set-timestamp
           OPEN EXTEND fd-private
           WRITE pe-private-entry
           CLOSE fd-private
           .
