      *Operator override for a group left without a working admin:
      *makes an active member of the group an admin without any
      *admin of the group having to act - the way out when the
      *orphaned-group check's offer goes unanswered, or the group
      *has nobody the offer suits. Arguments: operator account
      *UUID, operator session token, group UUID, member UUID.
      *Operator-gated like the other global programs. Any admin
      *succession offer still open for the group
      *(asdf-admin-succession.cpy) is withdrawn, and the override is
      *logged to the group's admin-audit trail under the operator's
      *account.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-assign-group-admin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-successions
           ASSIGN DYNAMIC ws-successions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-successions-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-successions.
       COPY 'asdf-admin-succession.cpy' REPLACING ==:X:== BY ==as==.

       WORKING-STORAGE SECTION.
       01 ws-successions-path          PIC X(256)
           VALUE '/var/lib/asdf/admin-successions'.
       01 ws-successions-status        PIC XX.

       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-uuid-text                 PIC X(32).
       01 ws-group                     PIC X(16).
       01 ws-member                    PIC X(16).
       01 ws-member-text               PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-grant-result              PIC X.
           88 ws-grant-promoted        VALUE 'P'.
           88 ws-grant-already         VALUE 'A'.
           88 ws-grant-not-member      VALUE 'N'.

       01 ws-event-type                PIC X(20).
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-assign-group-admin'.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-operator-account
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-operator-token
           CALL 'asdf-check-operator-session' USING
               ws-operator-account ws-operator-token
               ws-operator-valid
           IF ws-operator-valid-no THEN
               DISPLAY 'A valid operator session is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           ACCEPT ws-member-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-member-text ws-member

           CALL 'asdf-grant-admin-role' USING ws-group ws-member
               ws-grant-result
           IF ws-grant-not-member THEN
               DISPLAY 'Not an active member of the group'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-grant-already THEN
               DISPLAY 'Already an admin of the group'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-withdraw-offers
               THRU para-withdraw-offers-exit

           MOVE SPACES TO ws-audit-detail
           STRING 'operator made ' ws-member-text ' an admin'
               DELIMITED BY SIZE INTO ws-audit-detail
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 'ADMIN-ASSIGNED' TO ws-event-type
           CALL 'asdf-append-change-event' USING ws-event-type
               ws-group ws-member ws-operator-account

           DISPLAY 'Admin assigned' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-withdraw-offers.
           OPEN I-O fd-successions
           IF ws-successions-status IS NOT EQUAL TO '00' THEN
               IF ws-successions-status IS EQUAL TO '05' THEN
                   CLOSE fd-successions
               END-IF
               GO TO para-withdraw-offers-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-withdraw-offer-one UNTIL ws-eof-yes
           CLOSE fd-successions
           .

       para-withdraw-offers-exit.
           EXIT PARAGRAPH
           .

       para-withdraw-offer-one.
           READ fd-successions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF as-group-id IS EQUAL TO ws-group
                           AND as-status-open THEN
                       SET as-status-withdrawn TO TRUE
                       REWRITE as-admin-succession
                   END-IF
           END-READ
           .
