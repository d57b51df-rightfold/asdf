      *Issues a contribution call on a group's pot: asks every
      *active member to pay money into the treasury party
      *(gi-pot-id) by a due date, so the kitty is topped up before
      *someone has to front the next bill from their own pocket.
      *The call is written to the group's contribution-call file
      *(asdf-contribution-call.cpy) as one record per member;
      *asdf-contribution-arrears matches the payments posted into
      *the pot against it nightly and asdf-send-reminders duns
      *whoever falls behind.
      *
      *Arguments: acting account UUID (must be an active group
      *admin), group UUID, mode, then for EACH or TARGET the amount
      *in minor units, the due date (YYYYMMDD), the purpose text
      *and an optional currency (blank takes the group's default
      *currency, or USD). EACH asks every member for the amount;
      *TARGET splits the amount into equal shares, the leftover
      *minor units going one each to the first members on file so
      *the shares add up exactly. CANCEL takes the call UUID
      *instead and cancels every still-open record of that call.
      *The group must already have a pot (asdf-create-pot). Both
      *actions are logged through asdf-append-admin-audit; the new
      *call's UUID is printed back.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-issue-contribution-call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-calls
           ASSIGN DYNAMIC ws-calls-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-calls-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-calls.
       COPY 'asdf-contribution-call.cpy' REPLACING ==:X:== BY ==cc==.

       WORKING-STORAGE SECTION.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-calls-path                PIC X(256).
       01 ws-calls-status              PIC XX.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-mode                      PIC X(10).
           88 ws-mode-each             VALUE 'EACH'.
           88 ws-mode-target           VALUE 'TARGET'.
           88 ws-mode-cancel           VALUE 'CANCEL'.
       01 ws-amount-text               PIC X(16).
       01 ws-amount                    PIC 9(10) COMP.
       01 ws-due-text                  PIC X(8).
       01 ws-due-date                  PIC 9(8).
       01 ws-purpose                   PIC X(100).
       01 ws-currency                  PIC X(3).
       01 ws-call-id                   PIC X(16).
       01 ws-call-id-text              PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

      *The active members the call is issued to, in file order.
       01 ws-member-count              PIC 9(4) COMP VALUE 0.
       01 ws-members.
           02 ws-member-entry OCCURS 1000 TIMES
                   INDEXED BY ix-member.
               03 ws-member-id         PIC X(16).
       01 ws-share                     PIC 9(10) COMP.
       01 ws-leftover                  PIC 9(10) COMP.
       01 ws-cancelled-count           PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-issued-timestamp          PIC 9(14).

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-issue-contribution-call'.
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

           CALL 'asdf-check-admin' USING ws-group
               ws-acting-account ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can issue contribution calls'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-mode FROM ARGUMENT-VALUE
           IF NOT ws-mode-each AND NOT ws-mode-target
                   AND NOT ws-mode-cancel THEN
               DISPLAY 'Invalid mode' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-calls-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/contribution-calls' INTO ws-calls-path

           IF ws-mode-cancel THEN
               PERFORM para-cancel
           ELSE
               PERFORM para-issue
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-issue.
           ACCEPT ws-amount-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-amount-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-amount-text) TO ws-amount
           ELSE
               DISPLAY 'Non-numeric amount' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-amount IS EQUAL TO 0 THEN
               DISPLAY 'Amount must be positive' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-due-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-due-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-due-text) TO ws-due-date
           ELSE
               DISPLAY 'Non-numeric due date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-purpose FROM ARGUMENT-VALUE
           IF ws-purpose IS EQUAL TO SPACES THEN
               DISPLAY 'Missing purpose' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-currency FROM ARGUMENT-VALUE

           PERFORM para-read-info
           PERFORM para-load-members THRU para-load-members-exit
           IF ws-member-count IS EQUAL TO 0 THEN
               DISPLAY 'No active members to call on'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-mode-target THEN
               DIVIDE ws-amount BY ws-member-count
                   GIVING ws-share REMAINDER ws-leftover
               IF ws-share IS EQUAL TO 0 THEN
                   DISPLAY 'Target too small to share out'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE ws-amount TO ws-share
               MOVE 0 TO ws-leftover
           END-IF

           CALL 'asdf-generate-uuid' USING ws-call-id
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-issued-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second

           OPEN EXTEND fd-calls
           PERFORM para-write-call
               VARYING ix-member FROM 1 BY 1
               UNTIL ix-member > ws-member-count
           CLOSE fd-calls

           CALL 'asdf-format-uuid' USING ws-call-id ws-call-id-text
           MOVE SPACES TO ws-audit-detail
           STRING 'contribution call ' ws-call-id-text ' '
               FUNCTION TRIM(ws-mode) ' '
               FUNCTION TRIM(ws-amount-text) ' ' ws-currency
               ' due ' ws-due-date ': ' FUNCTION TRIM(ws-purpose)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY ws-call-id-text WITH NO ADVANCING
           .

      *A call needs somewhere to pay into; the currency falls back
      *to the group's own reporting currency.
       para-read-info.
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               DISPLAY 'No such group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ fd-info
           CLOSE fd-info

           IF NOT gi-status-active THEN
               DISPLAY 'Group is archived' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF gi-pot-id IS EQUAL TO LOW-VALUES
                   OR gi-pot-id IS EQUAL TO SPACES THEN
               DISPLAY 'Group has no pot' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-currency IS EQUAL TO SPACES THEN
               IF gi-default-currency IS NOT EQUAL TO SPACES THEN
                   MOVE gi-default-currency TO ws-currency
               ELSE
                   MOVE 'USD' TO ws-currency
               END-IF
           END-IF
           .

       para-load-members.
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-load-members-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-load-members-one UNTIL ws-eof-yes
           CLOSE fd-members
           .

       para-load-members-exit.
           EXIT PARAGRAPH
           .

       para-load-members-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active
                           AND mb-account-id IS NOT EQUAL TO
                               gi-pot-id THEN
                       IF ws-member-count IS EQUAL TO 1000 THEN
                           DISPLAY 'Too many members for one call'
                               WITH NO ADVANCING
                           MOVE 101 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ws-member-count
                       MOVE mb-account-id
                           TO ws-member-id(ws-member-count)
                   END-IF
           END-READ
           .

       para-write-call.
           MOVE ws-call-id TO cc-call-id
           MOVE ws-member-id(ix-member) TO cc-member-id
           MOVE ws-share TO cc-amount
           IF ws-leftover IS GREATER THAN 0 THEN
               ADD 1 TO cc-amount
               SUBTRACT 1 FROM ws-leftover
           END-IF
           MOVE ws-currency TO cc-currency
           MOVE ws-due-date TO cc-due-date
           MOVE ws-purpose TO cc-purpose
           SET cc-status-open TO TRUE
           MOVE ws-acting-account TO cc-issued-by
           MOVE ws-issued-timestamp TO cc-issued-timestamp
           MOVE 0 TO cc-paid-amount
           MOVE 0 TO cc-reminder-stage
           WRITE cc-call-entry
           .

      *Only the open records are cancelled; a member who already
      *paid their share keeps the paid record, the money having
      *genuinely gone into the pot.
       para-cancel.
           ACCEPT ws-call-id-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-call-id-text ws-call-id

           OPEN I-O fd-calls
           IF ws-calls-status IS NOT EQUAL TO '00' THEN
               IF ws-calls-status IS EQUAL TO '05' THEN
                   CLOSE fd-calls
               END-IF
               DISPLAY 'No such call' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-cancel-one UNTIL ws-eof-yes
           CLOSE fd-calls

           IF ws-cancelled-count IS EQUAL TO 0 THEN
               DISPLAY 'No open records for that call'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-call-id ws-call-id-text
           MOVE ws-cancelled-count TO ws-display-count
           MOVE SPACES TO ws-audit-detail
           STRING 'contribution call ' ws-call-id-text
               ' cancelled for ' FUNCTION TRIM(ws-display-count)
               ' member(s)'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY 'Cancelled ' FUNCTION TRIM(ws-display-count)
               WITH NO ADVANCING
           .

       para-cancel-one.
           READ fd-calls
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF cc-call-id IS EQUAL TO ws-call-id
                           AND cc-status-open THEN
                       SET cc-status-cancelled TO TRUE
                       REWRITE cc-call-entry
                       ADD 1 TO ws-cancelled-count
                   END-IF
           END-READ
           .
