      *Nightly orphaned-group check: lists every active group in the
      *group-index that has no active admin left - nobody can then
      *add members, change policy, decide approvals or lift a
      *freeze - and offers the admin role to the group's
      *longest-standing active member (earliest joined, registry
      *order on a tie). The offer (asdf-admin-succession.cpy) carries
      *a token mailed to the member, who takes the role up with
      *asdf-confirm-admin-succession within seven days. A group
      *whose offer is still open and unexpired is only listed; an
      *expired one is withdrawn and a fresh offer made, so a member
      *who lets it lapse is asked again until someone answers or an
      *operator steps in with asdf-assign-group-admin. A group with
      *no active member at all is listed for the operator. Always
      *exits 0 so the nightly chain carries on; the list is the
      *output.
      *
      *Argument: optional group UUID, to check one group by hand.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-detect-orphaned-groups.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-successions
           ASSIGN DYNAMIC ws-successions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-successions-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-account-status.

       SELECT OPTIONAL fd-mail-queue
           ASSIGN DYNAMIC ws-mail-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-successions.
       COPY 'asdf-admin-succession.cpy' REPLACING ==:X:== BY ==as==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-successions-path          PIC X(256)
           VALUE '/var/lib/asdf/admin-successions'.
       01 ws-successions-status        PIC XX.
       01 ws-account-path              PIC X(256).
       01 ws-account-status            PIC XX.
       01 ws-mail-queue-path           PIC X(256)
           VALUE '/var/lib/asdf/mail-queue'.

       01 ws-only-group-text           PIC X(32) VALUE SPACES.
       01 ws-only-group                PIC X(16) VALUE LOW-VALUES.
       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.

      *What one group's member registry shows: how many active
      *admins and members, and the longest-standing active member.
       01 ws-admin-count               PIC 9(5) COMP.
       01 ws-active-count              PIC 9(5) COMP.
       01 ws-candidate                 PIC X(16).
       01 ws-candidate-joined          PIC 9(14).
       01 ws-joined-flat               PIC 9(14).

       01 ws-pending                   PIC X.
           88 ws-pending-yes           VALUE 'Y'.
           88 ws-pending-no            VALUE 'N'.
       01 ws-pending-account           PIC X(16).
       01 ws-pending-expiry            PIC 9(14).

       01 ws-token                     PIC X(16).
       01 ws-token-text                PIC X(32).
      *How long a member has to take the role up.
       01 ws-offer-minutes             PIC 9(5) VALUE 10080.

      *"Now" as the batch sees it: the business date being
      *processed (asdf-business-timestamp) and the clock's time.
       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).
       01 ws-expiry-group.
           02 ws-expiry-year            PIC 9(4).
           02 ws-expiry-month           PIC 9(2).
           02 ws-expiry-day             PIC 9(2).
           02 ws-expiry-hour            PIC 9(2).
           02 ws-expiry-minute          PIC 9(2).
           02 ws-expiry-second          PIC 9(2).
       01 ws-expiry-flat REDEFINES ws-expiry-group
                                        PIC 9(14).

       01 ws-orphan-count              PIC 9(5) COMP VALUE 0.
       01 ws-offer-count               PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

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
           INITIALIZE st-step-stats
           MOVE 'asdf-detect-orphaned-groups' TO st-job-name

           ACCEPT ws-only-group-text FROM ARGUMENT-VALUE
           IF ws-only-group-text IS NOT EQUAL TO SPACES
                   AND ws-only-group-text IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-parse-uuid' USING ws-only-group-text
                   ws-only-group
           END-IF
           CALL 'asdf-business-timestamp' USING ws-now-group

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-orphan-count TO st-rejects
           MOVE ws-offer-count TO st-records-written
           CALL 'asdf-write-step-stats' USING st-step-stats
           MOVE ws-orphan-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' group(s) without an active admin'
           MOVE ws-offer-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' admin offer(s) made'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active
                           AND (ws-only-group IS EQUAL TO LOW-VALUES
                               OR ws-only-group IS EQUAL TO
                                   gx-group-id) THEN
                       ADD 1 TO st-records-read
                       PERFORM para-check-group
                           THRU para-check-group-exit
                   END-IF
           END-READ
           .

       para-check-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           PERFORM para-scan-members THRU para-scan-members-exit
           IF ws-admin-count IS GREATER THAN 0 THEN
               GO TO para-check-group-exit
           END-IF

           ADD 1 TO ws-orphan-count
           IF ws-active-count IS EQUAL TO 0 THEN
               DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
                   ': no active admin and no active member'
               GO TO para-check-group-exit
           END-IF

           PERFORM para-review-offers THRU para-review-offers-exit
           IF ws-pending-yes THEN
               CALL 'asdf-format-uuid' USING ws-pending-account
                   ws-uuid-text
               DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
                   ': no active admin; offer to ' ws-uuid-text
                   ' open until ' ws-pending-expiry
               GO TO para-check-group-exit
           END-IF

           PERFORM para-make-offer
           CALL 'asdf-format-uuid' USING ws-candidate ws-uuid-text
           DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
               ': no active admin; admin role offered to '
               ws-uuid-text
           .

       para-check-group-exit.
           EXIT PARAGRAPH
           .

       para-scan-members.
           MOVE 0 TO ws-admin-count
           MOVE 0 TO ws-active-count
           MOVE LOW-VALUES TO ws-candidate
           MOVE 99999999999999 TO ws-candidate-joined
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-scan-members-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-scan-member-one UNTIL ws-sub-eof-yes
           CLOSE fd-members
           .

       para-scan-members-exit.
           EXIT PARAGRAPH
           .

      *Only a strictly earlier join displaces the candidate, so on a
      *tie the member registered first keeps it.
       para-scan-member-one.
           READ fd-members
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active THEN
                       ADD 1 TO ws-active-count
                       IF mb-role-admin THEN
                           ADD 1 TO ws-admin-count
                       END-IF
                       MOVE mb-joined-timestamp TO ws-joined-flat
                       IF ws-joined-flat IS LESS THAN
                               ws-candidate-joined THEN
                           MOVE mb-account-id TO ws-candidate
                           MOVE ws-joined-flat TO ws-candidate-joined
                       END-IF
                   END-IF
           END-READ
           .

      *An open offer for the group still in date stands; one past
      *its expiry, or made to someone who is no longer the group's
      *longest-standing active member, is withdrawn.
       para-review-offers.
           SET ws-pending-no TO TRUE
           OPEN I-O fd-successions
           IF ws-successions-status IS NOT EQUAL TO '00' THEN
               IF ws-successions-status IS EQUAL TO '05' THEN
                   CLOSE fd-successions
               END-IF
               GO TO para-review-offers-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-review-offer-one UNTIL ws-sub-eof-yes
           CLOSE fd-successions
           .

       para-review-offers-exit.
           EXIT PARAGRAPH
           .

       para-review-offer-one.
           READ fd-successions
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF as-group-id IS EQUAL TO gx-group-id
                           AND as-status-open THEN
                       IF as-account-id IS EQUAL TO ws-candidate
                               AND as-expiry IS NOT LESS THAN
                                   ws-now-flat THEN
                           SET ws-pending-yes TO TRUE
                           MOVE as-account-id TO ws-pending-account
                           MOVE as-expiry TO ws-pending-expiry
                       ELSE
                           SET as-status-withdrawn TO TRUE
                           REWRITE as-admin-succession
                       END-IF
                   END-IF
           END-READ
           .

       para-make-offer.
           CALL 'asdf-generate-uuid' USING ws-token
           CALL 'asdf-format-uuid' USING ws-token ws-token-text
           MOVE ws-now-group TO ws-expiry-group
           CALL 'asdf-add-minutes' USING ws-expiry-group
               ws-offer-minutes

           MOVE ws-token TO as-token
           MOVE gx-group-id TO as-group-id
           MOVE ws-candidate TO as-account-id
           MOVE ws-expiry-flat TO as-expiry
           SET as-status-open TO TRUE
           MOVE ws-now-flat TO as-created-timestamp
           OPEN EXTEND fd-successions
           WRITE as-admin-succession
           CLOSE fd-successions
           ADD 1 TO ws-offer-count

           PERFORM para-queue-offer-mail
           .

      *The offer goes out whatever the member's notification
      *preference: like an address confirmation, it is the only
      *way the token reaches them. The token leads the body so a
      *long group name cannot push it off the end.
       para-queue-offer-mail.
           CALL 'asdf-format-uuid' USING ws-candidate ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
               INTO ws-account-path
           OPEN INPUT fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               IF ws-account-status IS EQUAL TO '05' THEN
                   CLOSE fd-account
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ fd-account
           CLOSE fd-account
           IF ws-account-status IS NOT EQUAL TO '00' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE fa-email TO mq-to-email
           MOVE 'Your group has no admin' TO mq-subject
           MOVE SPACES TO mq-body
           STRING 'Take the admin role up within seven days with '
               'asdf-confirm-admin-succession and token '
               ws-token-text '. No active admin is left in group '
               FUNCTION TRIM(gx-name) '.'
               DELIMITED BY SIZE INTO mq-body
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO mq-queued-timestamp
           OPEN EXTEND fd-mail-queue
           WRITE mq-mail-entry
           CLOSE fd-mail-queue
           ADD 1 TO st-mails-queued
           .
