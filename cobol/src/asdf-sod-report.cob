      *Segregation-of-duties report: the maker-checker queue, the
      *pre-posting approvals and the dispute workflow stop one
      *person acting on both sides at the time, but nothing looked
      *back afterwards for the cases auditors ask about. This walks
      *the records those controls leave and lists every case found,
      *each followed by the evidence records behind it:
      *  APPROVER-IS-CREDITOR   an admin approved a queued debt
      *                         (approvals) paying themselves;
      *  APPROVED-OWN-ENTRY     an admin approved a debt submitted
      *                         through a second account of theirs;
      *  RESOLVED-OWN-DISPUTE   a dispute resolved
      *                         (dispute-resolutions) by the person
      *                         who raised it (disputes);
      *  CONFIRMED-OWN-CHANGE   a global-table change confirmed
      *                         (pending-changes) by a second account
      *                         of the operator who proposed it;
      *  GRANT-TO-SELF          an operator grant proposed or
      *                         confirmed by the grantee under
      *                         another account;
      *  OPERATOR-IN-OWN-GROUP  an operator-only program acting in a
      *                         group (the group's admin-audit trail,
      *                         or a recurring definition confirmed
      *                         for it) run by an operator who was a
      *                         member of that group at the time.
      *Two accounts count as one person when they are the same
      *account, share bank details, or share a mailbox - the email
      *addresses agree once case and any '+tag' in the local part
      *are set aside. Membership is judged from the group's member
      *registry: a record joined on or before the action; a member
      *removed since still counts, and the evidence line says so.
      *
      *Arguments: operator account UUID, operator session token,
      *optional from-date and to-date (YYYYMMDD, blank meaning
      *unbounded) matched against the date each case was decided or
      *acted on. Operator-gated, like the other reports that read
      *across every group. Ends with the number of cases found.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-sod-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-changes
           ASSIGN DYNAMIC ws-changes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-changes-status.

       SELECT OPTIONAL fd-operators
           ASSIGN DYNAMIC ws-operators-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-operators-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-approvals
           ASSIGN DYNAMIC ws-approvals-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-approvals-status.

       SELECT OPTIONAL fd-disputes
           ASSIGN DYNAMIC ws-disputes-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-disputes-status.

       SELECT OPTIONAL fd-resolutions
           ASSIGN DYNAMIC ws-resolutions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-resolutions-status.

       SELECT OPTIONAL fd-audit
           ASSIGN DYNAMIC ws-audit-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-audit-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-changes.
       COPY 'asdf-pending-change.cpy' REPLACING ==:X:== BY ==pc==.

       FD fd-operators.
       COPY 'asdf-operator.cpy' REPLACING ==:X:== BY ==op==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-approvals.
       COPY 'asdf-approval.cpy' REPLACING ==:X:== BY ==ap==.

       FD fd-disputes.
       COPY 'asdf-dispute.cpy' REPLACING ==:X:== BY ==dp==.

       FD fd-resolutions.
       COPY 'asdf-dispute-resolution.cpy' REPLACING ==:X:== BY ==dr==.

       FD fd-audit.
       COPY 'asdf-admin-audit.cpy' REPLACING ==:X:== BY ==aa==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-changes-path              PIC X(256)
           VALUE '/var/lib/asdf/pending-changes'.
       01 ws-changes-status            PIC XX.
       01 ws-operators-path            PIC X(256)
           VALUE '/var/lib/asdf/operator-index'.
       01 ws-operators-status          PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-approvals-path            PIC X(256).
       01 ws-approvals-status          PIC XX.
       01 ws-disputes-path             PIC X(256).
       01 ws-disputes-status           PIC XX.
       01 ws-resolutions-path          PIC X(256).
       01 ws-resolutions-status        PIC XX.
       01 ws-audit-path                PIC X(256).
       01 ws-audit-status              PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-from-date                 PIC X(8) VALUE SPACES.
       01 ws-to-date                   PIC X(8) VALUE SPACES.
       01 ws-record-flat               PIC 9(14).
       01 ws-record-text REDEFINES ws-record-flat
                                       PIC X(14).
       01 ws-in-range                  PIC X.
           88 ws-in-range-yes          VALUE 'Y'.
           88 ws-in-range-no           VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-inner-eof                 PIC X.
           88 ws-inner-eof-yes         VALUE 'Y'.
           88 ws-inner-eof-no          VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-group-base                PIC X(200).
       01 ws-finding-count             PIC 9(5) COMP VALUE 0.
       01 ws-count-text                PIC Z(4)9.

      *The programs only an operator can run that act inside one
      *group and say so in that group's admin-audit trail.
       01 ws-op-program-count          PIC 9(2) COMP VALUE 10.
       01 ws-op-programs.
           02 ws-op-program OCCURS 10 TIMES
                   INDEXED BY ix-op-program
                   PIC X(30).

       01 ws-operator-count            PIC 9(3) COMP VALUE 0.
       01 ws-operators.
           02 ws-operator-entry OCCURS 200 TIMES.
               03 ws-operator-id       PIC X(16).
               03 ws-operator-granted  PIC 9(14).
       01 ws-o                         PIC 9(3) COMP.

      *The member registry of the group being looked at, as it
      *stands now.
       01 ws-member-count              PIC 9(4) COMP VALUE 0.
       01 ws-members.
           02 ws-member-entry OCCURS 1000 TIMES
                   INDEXED BY ix-member.
               03 ws-member-id         PIC X(16).
               03 ws-member-joined     PIC 9(14).
               03 ws-member-status     PIC X.

       01 ws-dispute-count             PIC 9(4) COMP VALUE 0.
       01 ws-disputes.
           02 ws-dispute-entry OCCURS 1000 TIMES.
               03 ws-dispute-txn       PIC X(16).
               03 ws-dispute-raised-by PIC X(16).
               03 ws-dispute-flat      PIC 9(14).
       01 ws-d                         PIC 9(4) COMP.

      *Who each account is for the same-person test: its protected
      *bank details (the cipher is deterministic, so equal plain
      *values give equal protected ones) and its mailbox, looked up
      *once per account.
       01 ws-person-count              PIC 9(3) COMP VALUE 0.
       01 ws-persons.
           02 ws-person-entry OCCURS 500 TIMES
                   INDEXED BY ix-person.
               03 ws-person-id         PIC X(16).
               03 ws-person-bank       PIC X(34).
               03 ws-person-mailbox    PIC X(254).
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-email-plain               PIC X(254).
       01 ws-email-local               PIC X(254).
       01 ws-email-domain              PIC X(254).
       01 ws-email-base                PIC X(254).

      *Same-person test: ws-party-a against ws-party-b, the reason
      *left in ws-link-basis (spaces when they are different
      *people).
       01 ws-party-a                   PIC X(16).
       01 ws-party-b                   PIC X(16).
       01 ws-link-basis                PIC X(20).
       01 ws-bank-a                    PIC X(34).
       01 ws-mailbox-a                 PIC X(254).
       01 ws-lookup-id                 PIC X(16).

       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-actor                     PIC X(16).
       01 ws-actor-flat                PIC 9(14).
       01 ws-member-note               PIC X(24).

       01 ws-text-1                    PIC X(32).
       01 ws-text-2                    PIC X(32).
       01 ws-text-3                    PIC X(32).
       01 ws-amount-text               PIC Z(9)9.

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

           ACCEPT ws-from-date FROM ARGUMENT-VALUE
           IF ws-from-date IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-from-date
           END-IF
           ACCEPT ws-to-date FROM ARGUMENT-VALUE
           IF ws-to-date IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-to-date
           END-IF

           MOVE 'asdf-anonymize-account' TO ws-op-program(1)
           MOVE 'asdf-assign-group-admin' TO ws-op-program(2)
           MOVE 'asdf-claim-placeholder' TO ws-op-program(3)
           MOVE 'asdf-create-recurring' TO ws-op-program(4)
           MOVE 'asdf-maintain-billing-plan' TO ws-op-program(5)
           MOVE 'asdf-merge-accounts' TO ws-op-program(6)
           MOVE 'asdf-merge-groups' TO ws-op-program(7)
           MOVE 'asdf-reopen-period' TO ws-op-program(8)
           MOVE 'asdf-set-attachment-quota' TO ws-op-program(9)
           MOVE 'asdf-set-template' TO ws-op-program(10)

           PERFORM para-load-operators THRU para-load-operators-exit
           PERFORM para-scan-changes THRU para-scan-changes-exit
           PERFORM para-scan-groups THRU para-scan-groups-exit

           MOVE ws-finding-count TO ws-count-text
           DISPLAY FUNCTION TRIM(ws-count-text) ' case(s) found'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *ws-record-flat holds the flat timestamp being judged.
       para-check-range.
           SET ws-in-range-yes TO TRUE
           IF ws-from-date IS NOT EQUAL TO SPACES
                   AND ws-record-text(1:8) < ws-from-date THEN
               SET ws-in-range-no TO TRUE
           END-IF
           IF ws-to-date IS NOT EQUAL TO SPACES
                   AND ws-record-text(1:8) > ws-to-date THEN
               SET ws-in-range-no TO TRUE
           END-IF
           .

       para-load-operators.
           OPEN INPUT fd-operators
           IF ws-operators-status IS NOT EQUAL TO '00' THEN
               IF ws-operators-status IS EQUAL TO '05' THEN
                   CLOSE fd-operators
               END-IF
               GO TO para-load-operators-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-operator-one UNTIL ws-eof-yes
           CLOSE fd-operators
           .

       para-load-operators-exit.
           EXIT PARAGRAPH
           .

       para-load-operator-one.
           READ fd-operators
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-operator-count IS NOT LESS THAN 200 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-operator-count
                   MOVE op-account-id
                       TO ws-operator-id(ws-operator-count)
                   MOVE op-granted-timestamp
                       TO ws-operator-granted(ws-operator-count)
           END-READ
           .

      *A table at capacity would silently drop cases; abend with a
      *clean diagnostic instead, as the other reports do.
       para-table-full.
           DISPLAY 'Too many entries for the segregation-of-duties '
               'report' WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

      *Confirmed global-table changes.
       para-scan-changes.
           OPEN INPUT fd-changes
           IF ws-changes-status IS NOT EQUAL TO '00' THEN
               IF ws-changes-status IS EQUAL TO '05' THEN
                   CLOSE fd-changes
               END-IF
               GO TO para-scan-changes-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-change-one UNTIL ws-eof-yes
           CLOSE fd-changes
           .

       para-scan-changes-exit.
           EXIT PARAGRAPH
           .

       para-scan-change-one.
           READ fd-changes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pc-status-confirmed THEN
                       MOVE pc-decided-timestamp TO ws-record-flat
                       PERFORM para-check-range
                       IF ws-in-range-yes THEN
                           PERFORM para-check-change
                       END-IF
                   END-IF
           END-READ
           .

       para-check-change.
           MOVE pc-proposed-by TO ws-party-a
           MOVE pc-decided-by TO ws-party-b
           PERFORM para-check-linked
           IF ws-link-basis IS NOT EQUAL TO SPACES THEN
               MOVE 'CONFIRMED-OWN-CHANGE' TO ws-text-1
               MOVE 'GLOBAL' TO ws-text-2
               PERFORM para-print-finding
               PERFORM para-print-change
           END-IF

           IF pc-type-grant THEN
               MOVE pc-grantee TO ws-party-a
               MOVE pc-proposed-by TO ws-party-b
               PERFORM para-check-linked
               IF ws-link-basis IS EQUAL TO SPACES THEN
                   MOVE pc-decided-by TO ws-party-b
                   PERFORM para-check-linked
               END-IF
               IF ws-link-basis IS NOT EQUAL TO SPACES THEN
                   MOVE 'GRANT-TO-SELF' TO ws-text-1
                   MOVE 'GLOBAL' TO ws-text-2
                   PERFORM para-print-finding
                   PERFORM para-print-change
               END-IF
           END-IF

      *A recurring definition posts into its group from then on.
           IF pc-type-recurring THEN
               MOVE pc-group TO ws-group
               CALL 'asdf-format-uuid' USING ws-group ws-group-text
               MOVE SPACES TO ws-group-base
               STRING '/var/lib/asdf/group/' ws-group-text
                   DELIMITED BY SIZE INTO ws-group-base
               PERFORM para-load-members THRU para-load-members-exit
               MOVE pc-decided-timestamp TO ws-actor-flat
               MOVE pc-proposed-by TO ws-actor
               PERFORM para-check-group-member
               IF ws-found-no THEN
                   MOVE pc-decided-by TO ws-actor
                   PERFORM para-check-group-member
               END-IF
               IF ws-found-yes THEN
                   MOVE 'OPERATOR-IN-OWN-GROUP' TO ws-text-1
                   MOVE ws-group-text TO ws-text-2
                   MOVE SPACES TO ws-link-basis
                   PERFORM para-print-finding
                   PERFORM para-print-change
                   PERFORM para-print-membership
               END-IF
           END-IF
           .

      *Every group ever created: live ones under group/, archived
      *ones under archive/group/.
       para-scan-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-scan-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-scan-group-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-scan-groups-exit.
           EXIT PARAGRAPH
           .

       para-scan-group-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-scan-group
           END-READ
           .

       para-scan-group.
           MOVE gx-group-id TO ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-group-base
           IF gx-status-archived THEN
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   DELIMITED BY SIZE INTO ws-group-base
           ELSE
               STRING '/var/lib/asdf/group/' ws-group-text
                   DELIMITED BY SIZE INTO ws-group-base
           END-IF
           PERFORM para-load-members THRU para-load-members-exit
           PERFORM para-scan-approvals THRU para-scan-approvals-exit
           PERFORM para-load-disputes THRU para-load-disputes-exit
           PERFORM para-scan-resolutions
               THRU para-scan-resolutions-exit
           PERFORM para-scan-audit THRU para-scan-audit-exit
           .

       para-load-members.
           MOVE 0 TO ws-member-count
           MOVE SPACES TO ws-members-path
           STRING FUNCTION TRIM(ws-group-base) '/members'
               DELIMITED BY SIZE INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-load-members-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-load-member-one UNTIL ws-inner-eof-yes
           CLOSE fd-members
           .

       para-load-members-exit.
           EXIT PARAGRAPH
           .

       para-load-member-one.
           READ fd-members
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF ws-member-count IS NOT LESS THAN 1000 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-member-count
                   SET ix-member TO ws-member-count
                   MOVE mb-account-id TO ws-member-id(ix-member)
                   MOVE mb-joined-timestamp
                       TO ws-member-joined(ix-member)
                   MOVE mb-status TO ws-member-status(ix-member)
           END-READ
           .

      *Was ws-actor a member of the loaded group at ws-actor-flat?
      *Leaves ix-member on the member's record when so.
       para-check-group-member.
           SET ws-found-no TO TRUE
           IF ws-member-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-member TO 1
           SEARCH ws-member-entry
               AT END
                   CONTINUE
               WHEN ix-member > ws-member-count
                   CONTINUE
               WHEN ws-member-id(ix-member) IS EQUAL TO ws-actor
                       AND ws-member-joined(ix-member) IS NOT
                           GREATER THAN ws-actor-flat
                   SET ws-found-yes TO TRUE
           END-SEARCH
           .

       para-scan-approvals.
           MOVE SPACES TO ws-approvals-path
           STRING FUNCTION TRIM(ws-group-base) '/approvals'
               DELIMITED BY SIZE INTO ws-approvals-path
           OPEN INPUT fd-approvals
           IF ws-approvals-status IS NOT EQUAL TO '00' THEN
               IF ws-approvals-status IS EQUAL TO '05' THEN
                   CLOSE fd-approvals
               END-IF
               GO TO para-scan-approvals-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-scan-approval-one UNTIL ws-inner-eof-yes
           CLOSE fd-approvals
           .

       para-scan-approvals-exit.
           EXIT PARAGRAPH
           .

       para-scan-approval-one.
           READ fd-approvals
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF ap-status-approved THEN
                       MOVE ap-decided-timestamp TO ws-record-flat
                       PERFORM para-check-range
                       IF ws-in-range-yes THEN
                           PERFORM para-check-approval
                       END-IF
                   END-IF
           END-READ
           .

       para-check-approval.
           MOVE ap-decided-by TO ws-party-a
           MOVE ap-creditor TO ws-party-b
           PERFORM para-check-linked
           IF ws-link-basis IS NOT EQUAL TO SPACES THEN
               MOVE 'APPROVER-IS-CREDITOR' TO ws-text-1
               MOVE ws-group-text TO ws-text-2
               PERFORM para-print-finding
               PERFORM para-print-approval
           END-IF
           MOVE ap-submitted-by TO ws-party-b
           PERFORM para-check-linked
           IF ws-link-basis IS NOT EQUAL TO SPACES THEN
               MOVE 'APPROVED-OWN-ENTRY' TO ws-text-1
               MOVE ws-group-text TO ws-text-2
               PERFORM para-print-finding
               PERFORM para-print-approval
           END-IF
           .

       para-load-disputes.
           MOVE 0 TO ws-dispute-count
           MOVE SPACES TO ws-disputes-path
           STRING FUNCTION TRIM(ws-group-base) '/disputes'
               DELIMITED BY SIZE INTO ws-disputes-path
           OPEN INPUT fd-disputes
           IF ws-disputes-status IS NOT EQUAL TO '00' THEN
               IF ws-disputes-status IS EQUAL TO '05' THEN
                   CLOSE fd-disputes
               END-IF
               GO TO para-load-disputes-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-load-dispute-one UNTIL ws-inner-eof-yes
           CLOSE fd-disputes
           .

       para-load-disputes-exit.
           EXIT PARAGRAPH
           .

       para-load-dispute-one.
           READ fd-disputes
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   IF ws-dispute-count IS NOT LESS THAN 1000 THEN
                       PERFORM para-table-full
                   END-IF
                   ADD 1 TO ws-dispute-count
                   MOVE dp-transaction-id
                       TO ws-dispute-txn(ws-dispute-count)
                   MOVE dp-raised-by
                       TO ws-dispute-raised-by(ws-dispute-count)
                   MOVE dp-timestamp
                       TO ws-dispute-flat(ws-dispute-count)
           END-READ
           .

       para-scan-resolutions.
           IF ws-dispute-count IS EQUAL TO 0 THEN
               GO TO para-scan-resolutions-exit
           END-IF
           MOVE SPACES TO ws-resolutions-path
           STRING FUNCTION TRIM(ws-group-base) '/dispute-resolutions'
               DELIMITED BY SIZE INTO ws-resolutions-path
           OPEN INPUT fd-resolutions
           IF ws-resolutions-status IS NOT EQUAL TO '00' THEN
               IF ws-resolutions-status IS EQUAL TO '05' THEN
                   CLOSE fd-resolutions
               END-IF
               GO TO para-scan-resolutions-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-scan-resolution-one UNTIL ws-inner-eof-yes
           CLOSE fd-resolutions
           .

       para-scan-resolutions-exit.
           EXIT PARAGRAPH
           .

       para-scan-resolution-one.
           READ fd-resolutions
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   MOVE dr-timestamp TO ws-record-flat
                   PERFORM para-check-range
                   IF ws-in-range-yes THEN
                       PERFORM para-check-resolution
                           VARYING ws-d FROM 1 BY 1
                           UNTIL ws-d > ws-dispute-count
                   END-IF
           END-READ
           .

       para-check-resolution.
           IF ws-dispute-txn(ws-d) IS NOT EQUAL TO dr-transaction-id
                   THEN
               EXIT PARAGRAPH
           END-IF
           MOVE dr-resolved-by TO ws-party-a
           MOVE ws-dispute-raised-by(ws-d) TO ws-party-b
           PERFORM para-check-linked
           IF ws-link-basis IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'RESOLVED-OWN-DISPUTE' TO ws-text-1
           MOVE ws-group-text TO ws-text-2
           PERFORM para-print-finding

           CALL 'asdf-format-uuid' USING dr-transaction-id ws-text-1
           CALL 'asdf-format-uuid' USING ws-dispute-raised-by(ws-d)
               ws-text-2
           DISPLAY '  disputes entry ' FUNCTION TRIM(ws-text-1)
               ' raised-by ' FUNCTION TRIM(ws-text-2)
               ' at ' ws-dispute-flat(ws-d)
           CALL 'asdf-format-uuid' USING dr-resolved-by ws-text-2
           DISPLAY '  dispute-resolutions entry '
               FUNCTION TRIM(ws-text-1)
               ' resolved-by ' FUNCTION TRIM(ws-text-2)
               ' outcome ' dr-outcome
               ' at ' ws-record-flat
           .

      *Operator-only programs acting in a group where the operator
      *was a member at the time.
       para-scan-audit.
           MOVE SPACES TO ws-audit-path
           STRING FUNCTION TRIM(ws-group-base) '/admin-audit'
               DELIMITED BY SIZE INTO ws-audit-path
           OPEN INPUT fd-audit
           IF ws-audit-status IS NOT EQUAL TO '00' THEN
               IF ws-audit-status IS EQUAL TO '05' THEN
                   CLOSE fd-audit
               END-IF
               GO TO para-scan-audit-exit
           END-IF
           SET ws-inner-eof-no TO TRUE
           PERFORM para-scan-audit-one UNTIL ws-inner-eof-yes
           CLOSE fd-audit
           .

       para-scan-audit-exit.
           EXIT PARAGRAPH
           .

       para-scan-audit-one.
           READ fd-audit
               AT END
                   SET ws-inner-eof-yes TO TRUE
               NOT AT END
                   MOVE aa-timestamp TO ws-record-flat
                   PERFORM para-check-range
                   IF ws-in-range-yes THEN
                       PERFORM para-check-audit
                   END-IF
           END-READ
           .

       para-check-audit.
           SET ix-op-program TO 1
           SEARCH ws-op-program
               AT END
                   EXIT PARAGRAPH
               WHEN ws-op-program(ix-op-program) IS EQUAL TO
                       aa-program
                   CONTINUE
           END-SEARCH

           MOVE aa-acting-account TO ws-actor
           MOVE ws-record-flat TO ws-actor-flat
           SET ws-found-no TO TRUE
           PERFORM para-check-operator-one
               VARYING ws-o FROM 1 BY 1
               UNTIL ws-o > ws-operator-count OR ws-found-yes
           IF ws-found-no THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM para-check-group-member
           IF ws-found-no THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'OPERATOR-IN-OWN-GROUP' TO ws-text-1
           MOVE ws-group-text TO ws-text-2
           MOVE SPACES TO ws-link-basis
           PERFORM para-print-finding
           CALL 'asdf-format-uuid' USING aa-acting-account ws-text-1
           DISPLAY '  admin-audit ' ws-record-flat ' '
               FUNCTION TRIM(ws-text-1) ' '
               FUNCTION TRIM(aa-program) ' '
               FUNCTION TRIM(aa-detail)
           PERFORM para-print-membership
           .

       para-check-operator-one.
           IF ws-operator-id(ws-o) IS EQUAL TO ws-actor
                   AND ws-operator-granted(ws-o) IS NOT GREATER THAN
                       ws-actor-flat THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

      *Same-person test between ws-party-a and ws-party-b.
       para-check-linked.
           MOVE SPACES TO ws-link-basis
           IF ws-party-a IS EQUAL TO LOW-VALUES
                   OR ws-party-b IS EQUAL TO LOW-VALUES
                   OR ws-party-a IS EQUAL TO SPACES
                   OR ws-party-b IS EQUAL TO SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-party-a IS EQUAL TO ws-party-b THEN
               MOVE 'same account' TO ws-link-basis
               EXIT PARAGRAPH
           END-IF
           MOVE ws-party-a TO ws-lookup-id
           PERFORM para-find-person THRU para-find-person-exit
           MOVE ws-person-bank(ix-person) TO ws-bank-a
           MOVE ws-person-mailbox(ix-person) TO ws-mailbox-a
           MOVE ws-party-b TO ws-lookup-id
           PERFORM para-find-person THRU para-find-person-exit
           IF ws-bank-a IS NOT EQUAL TO SPACES
                   AND ws-bank-a IS EQUAL TO
                       ws-person-bank(ix-person) THEN
               MOVE 'shared bank details' TO ws-link-basis
               EXIT PARAGRAPH
           END-IF
           IF ws-mailbox-a IS NOT EQUAL TO SPACES
                   AND ws-mailbox-a IS EQUAL TO
                       ws-person-mailbox(ix-person) THEN
               MOVE 'same mailbox' TO ws-link-basis
           END-IF
           .

      *Leaves ix-person on ws-lookup-id's entry, reading the account
      *record the first time it is asked for; an account with no
      *record on file gets blank details and so matches nobody.
       para-find-person.
           IF ws-person-count IS GREATER THAN 0 THEN
               SET ix-person TO 1
               SEARCH ws-person-entry
                   AT END
                       CONTINUE
                   WHEN ix-person > ws-person-count
                       CONTINUE
                   WHEN ws-person-id(ix-person) IS EQUAL TO
                           ws-lookup-id
                       GO TO para-find-person-exit
               END-SEARCH
           END-IF
           IF ws-person-count IS NOT LESS THAN 500 THEN
               PERFORM para-table-full
           END-IF
           ADD 1 TO ws-person-count
           SET ix-person TO ws-person-count
           MOVE ws-lookup-id TO ws-person-id(ix-person)
           MOVE SPACES TO ws-person-bank(ix-person)
           MOVE SPACES TO ws-person-mailbox(ix-person)

           CALL 'asdf-format-uuid' USING ws-lookup-id ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               DELIMITED BY SIZE INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               GO TO para-find-person-exit
           END-IF
           READ fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               CLOSE fd-account
               GO TO para-find-person-exit
           END-IF
           CLOSE fd-account
           MOVE fa-bank-details TO ws-person-bank(ix-person)

           CALL 'asdf-protect-field' USING ws-reveal-mode fa-email
               ws-email-plain
           MOVE FUNCTION LOWER-CASE(ws-email-plain) TO ws-email-plain
           MOVE SPACES TO ws-email-local ws-email-domain
               ws-email-base
           UNSTRING ws-email-plain DELIMITED BY '@'
               INTO ws-email-local ws-email-domain
           UNSTRING ws-email-local DELIMITED BY '+'
               INTO ws-email-base
           IF ws-email-base IS NOT EQUAL TO SPACES
                   AND ws-email-domain IS NOT EQUAL TO SPACES THEN
               STRING ws-email-base DELIMITED BY SPACE
                   '@' DELIMITED BY SIZE
                   ws-email-domain DELIMITED BY SPACE
                   INTO ws-person-mailbox(ix-person)
           END-IF
           .

       para-find-person-exit.
           EXIT PARAGRAPH
           .

      *ws-text-1 the case, ws-text-2 the group (or GLOBAL),
      *ws-link-basis why two accounts were taken as one person.
       para-print-finding.
           ADD 1 TO ws-finding-count
           IF ws-link-basis IS EQUAL TO SPACES THEN
               DISPLAY FUNCTION TRIM(ws-text-1) ' '
                   FUNCTION TRIM(ws-text-2) ' ' ws-record-flat
           ELSE
               DISPLAY FUNCTION TRIM(ws-text-1) ' '
                   FUNCTION TRIM(ws-text-2) ' ' ws-record-flat
                   ' (' FUNCTION TRIM(ws-link-basis) ')'
           END-IF
           .

       para-print-approval.
           CALL 'asdf-format-uuid' USING ap-entry-id ws-text-1
           CALL 'asdf-format-uuid' USING ap-submitted-by ws-text-2
           CALL 'asdf-format-uuid' USING ap-decided-by ws-text-3
           DISPLAY '  approvals entry ' FUNCTION TRIM(ws-text-1)
               ' submitted-by ' FUNCTION TRIM(ws-text-2)
               ' at ' ap-submitted-timestamp
               ' approved-by ' FUNCTION TRIM(ws-text-3)
               ' at ' ap-decided-timestamp
           CALL 'asdf-format-uuid' USING ap-debitor ws-text-1
           CALL 'asdf-format-uuid' USING ap-creditor ws-text-2
           MOVE ap-amount TO ws-amount-text
           DISPLAY '    debitor ' FUNCTION TRIM(ws-text-1)
               ' creditor ' FUNCTION TRIM(ws-text-2)
               ' amount ' FUNCTION TRIM(ws-amount-text) ' '
               ap-currency
           .

       para-print-change.
           CALL 'asdf-format-uuid' USING pc-change-id ws-text-1
           CALL 'asdf-format-uuid' USING pc-proposed-by ws-text-2
           CALL 'asdf-format-uuid' USING pc-decided-by ws-text-3
           DISPLAY '  pending-changes change ' FUNCTION TRIM(ws-text-1)
               ' ' FUNCTION TRIM(pc-change-type)
               ' proposed-by ' FUNCTION TRIM(ws-text-2)
               ' at ' pc-proposed-timestamp
               ' confirmed-by ' FUNCTION TRIM(ws-text-3)
               ' at ' pc-decided-timestamp
           IF pc-type-grant THEN
               CALL 'asdf-format-uuid' USING pc-grantee ws-text-1
               DISPLAY '    grantee ' FUNCTION TRIM(ws-text-1)
           END-IF
           IF pc-type-rate THEN
               DISPLAY '    currency ' pc-currency
                   ' effective ' pc-effective-date
           END-IF
           .

      *ix-member is left on the member record by
      *para-check-group-member.
       para-print-membership.
           CALL 'asdf-format-uuid' USING ws-member-id(ix-member)
               ws-text-1
           IF ws-member-status(ix-member) IS EQUAL TO 'A' THEN
               MOVE 'active' TO ws-member-note
           ELSE
               MOVE 'since removed' TO ws-member-note
           END-IF
           DISPLAY '  members account ' FUNCTION TRIM(ws-text-1)
               ' joined ' ws-member-joined(ix-member) ' '
               FUNCTION TRIM(ws-member-note)
           .
