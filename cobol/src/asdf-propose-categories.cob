      *Category review batch: runs the group's auto-categorization
      *rules (asdf-category-rule.cpy, asdf-auto-categorize) over the
      *debts already on file with a blank category - the active
      *ledger and every compaction segment - and prints one review
      *line per debt a rule has a category for: entry UUID, posting
      *date, amount, proposed category, the rule's tags, and the
      *start of the comment. Nothing in the ledger changes here; the
      *proposals are kept in the group's category-proposals file
      *(asdf-category-proposal.cpy), replacing any earlier run's,
      *for asdf-recategorize PROPOSED to apply once they have been
      *looked over. Rules changed after a review simply call for
      *another review run before applying.
      *
      *Arguments: acting account UUID, session token, group UUID.
      *The session must belong to the acting account, which must be
      *a group admin. Ends with the number of proposals.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-propose-categories.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-ledger-status.

       SELECT OPTIONAL fd-proposals
           ASSIGN DYNAMIC ws-proposals-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-proposals.
       COPY 'asdf-category-proposal.cpy' REPLACING ==:X:== BY ==cp==.

       WORKING-STORAGE SECTION.
       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-proposals-path            PIC X(256).

      *Compaction segments of the group, walked with the same pass
      *the active ledger gets.
       01 ws-segment-dates.
           02 ws-segment-date OCCURS 100 TIMES
                   PIC 9(8).
       01 ws-segment-count             PIC 9(3) COMP.
       01 ws-seg-i                     PIC 9(3) COMP.
       01 ws-seg-date-text             PIC X(8).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-rule-tags                 PIC X(120).
       01 ws-rule-matched              PIC X.
       01 ws-stamp                     PIC 9(14).
       01 ws-entry-date                PIC 9(8).
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).
       01 ws-proposal-count            PIC 9(6) COMP VALUE 0.
       01 ws-display-count             PIC Z(5)9.

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
           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can review categories'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           CALL 'asdf-utc-timestamp' USING ws-stamp
           MOVE SPACES TO ws-proposals-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/category-proposals' INTO ws-proposals-path
           OPEN OUTPUT fd-proposals

           CALL 'asdf-load-segments' USING ws-group
               ws-segment-dates ws-segment-count
           PERFORM para-review-segment
               VARYING ws-seg-i FROM 1 BY 1
               UNTIL ws-seg-i > ws-segment-count

           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger
           PERFORM para-review-ledger THRU para-review-ledger-exit

           CLOSE fd-proposals

           MOVE ws-proposal-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' categor(ies) proposed' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-review-segment.
           MOVE ws-segment-date(ws-seg-i) TO ws-seg-date-text
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger.'
               ws-seg-date-text INTO ws-ledger
           PERFORM para-review-ledger THRU para-review-ledger-exit
           .

       para-review-ledger.
           OPEN INPUT fd-ledger
           IF ws-ledger-status IS NOT EQUAL TO '00' THEN
               IF ws-ledger-status IS EQUAL TO '05' THEN
                   CLOSE fd-ledger
               END-IF
               GO TO para-review-ledger-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-review-one UNTIL ws-eof-yes
           CLOSE fd-ledger
           .

       para-review-ledger-exit.
           EXIT PARAGRAPH
           .

      *asdf-auto-categorize passes over anything but an
      *uncategorized debt, so every record can be offered.
       para-review-one.
           READ fd-ledger
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   CALL 'asdf-auto-categorize' USING ws-group
                       fs-transaction ws-rule-tags ws-rule-matched
                   IF ws-rule-matched IS EQUAL TO 'Y' THEN
                       PERFORM para-propose
                   END-IF
           END-READ
           .

       para-propose.
           MOVE fs-id TO cp-entry-id
           MOVE fs-category TO cp-category
           MOVE ws-rule-tags TO cp-tags
           MOVE ws-acting-account TO cp-proposed-by
           MOVE ws-stamp TO cp-proposed-timestamp
           WRITE cp-category-proposal
           ADD 1 TO ws-proposal-count

           CALL 'asdf-format-uuid' USING fs-id ws-uuid-text
           COMPUTE ws-entry-date =
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           MOVE fs-amount TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in fs-currency
               ws-amount-text
           DISPLAY ws-uuid-text ' ' ws-entry-date ' '
               FUNCTION TRIM(ws-amount-text) ' '
               FUNCTION TRIM(fs-category) ' ['
               FUNCTION TRIM(ws-rule-tags) '] '
               FUNCTION TRIM(fs-comment(1:40))
           .
