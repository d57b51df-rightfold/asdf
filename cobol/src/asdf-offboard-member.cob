      *missing one. Arguments: acting account UUID (must be an
      *active group admin), group UUID, member UUID, action:
      *
      *  BUYOUT   optional, and only before START: buys the
      *           leaver out of the group's asset register
      *           (asdf-asset.cpy). Their equity in each active
      *           asset, at today's depreciated value
      *           (asdf-asset-value), is posted as debts from the
      *           remaining active members to the leaver, split
      *           equally with the odd minor units on the first, and
      *           their cost shares pass to those members in the
      *           same proportion, so START's closing plan settles
      *           the buyout with everything else and a rerun finds
      *           nothing left to buy;
      *  START    pauses the member's recurring entries and
      *           installment plans, computes their final position
      *           with the same greedy netting asdf-settle-up runs,
      *           households folded in the same way, and records
      *           the legs that involve them as a closing
      *           settlement plan, queues them a final
      *           statement by mail, and opens the tracker record
      *           (asdf-offboarding.cpy);
      *  STATUS   reports which step the offboarding is stuck on -
      *           asdf-confirm-settlement, soft-deletes the member
      *           through the same writes asdf-remove-group-member
      *           makes and closes the tracker; refused while legs
      *           are still open. The group's last active admin is
      *           only let go when a fifth argument names another
      *           active member, who is made an admin first.
      *
      *START and COMPLETE are refused while the member is a partner
      *in an active household; they leave it first.
      *
      *Everything is logged through asdf-append-admin-audit.

           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-households
           ASSIGN DYNAMIC ws-households-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-households-status.

       SELECT OPTIONAL fd-account
           ASSIGN DYNAMIC ws-account-path
           ACCESS IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-assets
           ASSIGN DYNAMIC ws-assets-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-assets-status.

       SELECT OPTIONAL fd-shares
           ASSIGN DYNAMIC ws-shares-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-shares-status.

       SELECT OPTIONAL fd-post-ledger
           ASSIGN DYNAMIC ws-ledger
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-post-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-offboardings.
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-households.
       COPY 'asdf-household.cpy' REPLACING ==:X:== BY ==hh==.

       FD fd-account.
       COPY 'asdf-account.cpy' REPLACING ==:X:== BY ==fa==.

       FD fd-mail-queue.
       COPY 'asdf-mail-queue.cpy' REPLACING ==:X:== BY ==mq==.

       FD fd-assets.
       COPY 'asdf-asset.cpy' REPLACING ==:X:== BY ==as==.

       FD fd-shares.
       COPY 'asdf-asset-share.cpy' REPLACING ==:X:== BY ==ah==.

       FD fd-post-ledger.
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==pl==.

       WORKING-STORAGE SECTION.
       01 ws-off-path                  PIC X(256).
       01 ws-off-status                PIC XX.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-action                    PIC X(10).
           88 ws-action-buyout         VALUE 'BUYOUT'.
           88 ws-action-start          VALUE 'START'.
           88 ws-action-status         VALUE 'STATUS'.
           88 ws-action-complete       VALUE 'COMPLETE'.
      *The successor COMPLETE makes an admin, LOW-VALUES when none
      *was named.
       01 ws-successor-text            PIC X(32).
       01 ws-successor                 PIC X(16) VALUE LOW-VALUES.
       01 ws-last-admin                PIC X.
           88 ws-last-admin-yes        VALUE 'Y'.
       01 ws-grant-result              PIC X.
           88 ws-grant-promoted        VALUE 'P'.
           88 ws-grant-not-member      VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
               03 ws-balance-amount    PIC S9(11) COMP.
       01 ws-target-account            PIC X(16).

      *Partners of an active household (asdf-household.cpy) net as
      *the household, as they do in asdf-settle-up.
       01 ws-households-path           PIC X(256).
       01 ws-households-status         PIC XX.
       01 ws-households-eof            PIC X.
           88 ws-households-eof-yes    VALUE 'Y'.
           88 ws-households-eof-no     VALUE 'N'.
       01 ws-partner-count             PIC 9(4) COMP VALUE 0.
       01 ws-partners.
           02 ws-partner-entry OCCURS 500 TIMES
                   INDEXED BY ix-partner.
               03 ws-partner-account   PIC X(16).
               03 ws-partner-household PIC X(16).
       01 ws-hm                        PIC 9(2) COMP.
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-household  VALUE 'H'.
           88 ws-unit-found-member     VALUE 'M'.
           88 ws-unit-found-no         VALUE 'N'.

       01 ws-payee-limit               PIC 9(3) COMP VALUE 200.
       01 ws-payee-count               PIC 9(3) COMP VALUE 0.
       01 ws-payee-table.
           02 ws-utc-second            PIC 9(2).
       01 ws-now-flat                  PIC 9(14).

      *Asset buyout state: the register's active assets with their
      *value today and the leaver's cost share and equity in each,
      *and the remaining active members who buy it.
       01 ws-assets-path               PIC X(256).
       01 ws-assets-status             PIC XX.
       01 ws-shares-path               PIC X(256).
       01 ws-shares-status             PIC XX.
       01 ws-post-status               PIC XX.
       01 ws-today                     PIC 9(8).
       01 ws-frozen                    PIC X.
           88 ws-frozen-yes            VALUE 'Y'.
       01 ws-freeze-reason             PIC X(100).
       01 ws-asset-count               PIC 9(4) COMP VALUE 0.
       01 ws-assets.
           02 ws-asset-entry OCCURS 500 TIMES
                   INDEXED BY ix-asset.
               03 ws-asset-id          PIC X(16).
               03 ws-asset-description PIC X(100).
               03 ws-asset-cost        PIC 9(10) COMP.
               03 ws-asset-currency    PIC X(3).
               03 ws-asset-value       PIC 9(10) COMP.
               03 ws-asset-leaver-cost PIC 9(10) COMP.
       01 ws-buyer-count               PIC 9(4) COMP VALUE 0.
       01 ws-buyers.
           02 ws-buyer-entry OCCURS 1000 TIMES
                   INDEXED BY ix-buyer.
               03 ws-buyer-id          PIC X(16).
       01 ws-buyout-equity             PIC 9(10) COMP.
       01 ws-buyout-part               PIC 9(10) COMP.
       01 ws-buyout-rest               PIC 9(10) COMP.
       01 ws-cost-part                 PIC 9(10) COMP.
       01 ws-cost-rest                 PIC 9(10) COMP.
       01 ws-buyout-posted             PIC 9(4) COMP VALUE 0.
       01 ws-buyout-assets             PIC 9(4) COMP VALUE 0.
       01 ws-display-count             PIC Z(3)9.

      *How long to keep retrying an OPEN that finds the group's
      *ledger held by another process, the same budget and
      *ASDF_LOCK_RETRY override asdf-post-recurring uses.
       01 ws-lock-retry-text           PIC X(8) VALUE SPACES.
       01 ws-lock-budget               PIC 9(5) VALUE 10.
       01 ws-lock-waited               PIC 9(5) COMP VALUE 0.
       01 ws-lock-delay                PIC 9(5) COMP VALUE 1.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-offboard-member'.
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
               ws-acting-account
           END-IF

           ACCEPT ws-action FROM ARGUMENT-VALUE
           ACCEPT ws-successor-text FROM ARGUMENT-VALUE
           IF ws-successor-text IS NOT EQUAL TO SPACES
                   AND ws-successor-text IS NOT EQUAL TO LOW-VALUES
                   THEN
               CALL 'asdf-parse-uuid' USING ws-successor-text
                   ws-successor
           END-IF
           MOVE SPACES TO ws-off-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/offboardings' INTO ws-off-path
               + ws-utc-second

           EVALUATE TRUE
               WHEN ws-action-buyout
                   PERFORM para-buyout THRU para-buyout-exit
               WHEN ws-action-start
                   PERFORM para-start THRU para-start-exit
               WHEN ws-action-status
           STOP RUN
           .

      *Buys the leaver's equity in the asset register out before
      *the closing plan is computed, so START settles it with the
      *rest of their position.
       para-buyout.
           CALL 'asdf-check-member' USING ws-group ws-member
               ws-found
           IF ws-found-no THEN
               DISPLAY 'Not an active member' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           PERFORM para-check-partner
           PERFORM para-find-offboarding
               THRU para-find-offboarding-exit
           IF ws-found-yes THEN
               DISPLAY 'Offboarding already in flight; buyout must '
                   'come before START' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           CALL 'asdf-check-freeze' USING ws-group ws-frozen
               ws-freeze-reason
           IF ws-frozen-yes THEN
               DISPLAY 'Group is frozen: '
                   FUNCTION TRIM(ws-freeze-reason)
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           MOVE ws-now-flat(1:8) TO ws-today
           PERFORM para-load-target-currency
               THRU para-load-target-currency-exit
           MOVE SPACES TO ws-assets-path
           STRING '/var/lib/asdf/group/' ws-group-text '/assets'
               INTO ws-assets-path
           MOVE SPACES TO ws-shares-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/asset-shares' INTO ws-shares-path
           MOVE SPACES TO ws-ledger
           STRING '/var/lib/asdf/group/' ws-group-text '/ledger'
               INTO ws-ledger

           PERFORM para-load-assets THRU para-load-assets-exit
           PERFORM para-take-leaver-shares
               THRU para-take-leaver-shares-exit
           PERFORM para-load-buyers THRU para-load-buyers-exit
           IF ws-buyer-count IS EQUAL TO 0 THEN
               DISPLAY 'No remaining member to buy the assets'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           OPEN EXTEND fd-shares
           PERFORM para-buy-asset
               VARYING ix-asset FROM 1 BY 1
               UNTIL ix-asset > ws-asset-count
           CLOSE fd-shares
           PERFORM para-release-leaver-shares
               THRU para-release-leaver-shares-exit

           MOVE ws-buyout-posted TO ws-display-count
           MOVE SPACES TO ws-audit-detail
           STRING 'asset buyout for ' ws-member-text ': '
               FUNCTION TRIM(ws-display-count) ' debt(s) posted'
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY 'bought out of ' ws-buyout-assets
               ' asset(s); ' ws-buyout-posted ' debt(s) posted'
           MOVE 0 TO RETURN-CODE
           .

       para-buyout-exit.
           EXIT PARAGRAPH
           .

      *A table at capacity would buy out a partial register;
      *abending with a clean diagnostic is the batch convention.
       para-table-full.
           DISPLAY 'Too many entries for asset buyout'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-load-assets.
           OPEN INPUT fd-assets
           IF ws-assets-status IS NOT EQUAL TO '00' THEN
               IF ws-assets-status IS EQUAL TO '05' THEN
                   CLOSE fd-assets
               END-IF
               GO TO para-load-assets-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-load-assets-one UNTIL ws-sub-eof-yes
           CLOSE fd-assets
           .

       para-load-assets-exit.
           EXIT PARAGRAPH
           .

       para-load-assets-one.
           READ fd-assets
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF as-status-active THEN
                       IF ws-asset-count IS EQUAL TO 500 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-asset-count
                       SET ix-asset TO ws-asset-count
                       MOVE as-asset-id TO ws-asset-id(ix-asset)
                       MOVE as-description
                           TO ws-asset-description(ix-asset)
                       MOVE as-cost TO ws-asset-cost(ix-asset)
                       MOVE as-currency
                           TO ws-asset-currency(ix-asset)
                       MOVE 0 TO ws-asset-leaver-cost(ix-asset)
                       CALL 'asdf-asset-value' USING as-cost
                           as-purchase-date as-depreciation-months
                           ws-today ws-asset-value(ix-asset)
                   END-IF
           END-READ
           .

      *Sums the leaver's cost share in each active asset.
       para-take-leaver-shares.
           OPEN INPUT fd-shares
           IF ws-shares-status IS NOT EQUAL TO '00' THEN
               IF ws-shares-status IS EQUAL TO '05' THEN
                   CLOSE fd-shares
               END-IF
               GO TO para-take-leaver-shares-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-take-leaver-share-one UNTIL ws-sub-eof-yes
           CLOSE fd-shares
           .

       para-take-leaver-shares-exit.
           EXIT PARAGRAPH
           .

       para-take-leaver-share-one.
           READ fd-shares
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF ah-member-id IS EQUAL TO ws-member
                           AND ah-amount IS GREATER THAN 0 THEN
                       PERFORM para-find-asset
                       IF ws-found-yes THEN
                           ADD ah-amount
                               TO ws-asset-leaver-cost(ix-asset)
                       END-IF
                   END-IF
           END-READ
           .

       para-find-asset.
           SET ws-found-no TO TRUE
           IF ws-asset-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-asset TO 1
           SEARCH ws-asset-entry
               AT END
                   CONTINUE
               WHEN ws-asset-id(ix-asset) IS EQUAL TO ah-asset-id
                   SET ws-found-yes TO TRUE
           END-SEARCH
           .

      *Every other active member except the pot buys in.
       para-load-buyers.
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-load-buyers-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-load-buyers-one UNTIL ws-sub-eof-yes
           CLOSE fd-members
           .

       para-load-buyers-exit.
           EXIT PARAGRAPH
           .

       para-load-buyers-one.
           READ fd-members
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active
                           AND mb-account-id IS NOT EQUAL TO ws-member
                           AND mb-account-id IS NOT EQUAL TO ws-pot-id
                           THEN
                       IF ws-buyer-count IS EQUAL TO 1000 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-buyer-count
                       MOVE mb-account-id
                           TO ws-buyer-id(ws-buyer-count)
                   END-IF
           END-READ
           .

      *The leaver's equity is their cost share scaled by what the
      *asset is worth today; both are split equally over the
      *buyers with the odd minor units on the first.
       para-buy-asset.
           IF ws-asset-leaver-cost(ix-asset) IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-buyout-assets
           IF ws-asset-cost(ix-asset) IS EQUAL TO 0 THEN
               MOVE 0 TO ws-buyout-equity
           ELSE
               COMPUTE ws-buyout-equity =
                   ws-asset-leaver-cost(ix-asset)
                   * ws-asset-value(ix-asset)
                   / ws-asset-cost(ix-asset)
           END-IF
           DIVIDE ws-buyer-count INTO ws-buyout-equity
               GIVING ws-buyout-part REMAINDER ws-buyout-rest
           DIVIDE ws-buyer-count INTO ws-asset-leaver-cost(ix-asset)
               GIVING ws-cost-part REMAINDER ws-cost-rest
           PERFORM para-buy-share
               VARYING ix-buyer FROM 1 BY 1
               UNTIL ix-buyer > ws-buyer-count
           .

       para-buy-share.
           MOVE ws-asset-id(ix-asset) TO ah-asset-id
           MOVE ws-buyer-id(ix-buyer) TO ah-member-id
           MOVE ws-cost-part TO ah-amount
           IF ix-buyer IS EQUAL TO 1 THEN
               ADD ws-cost-rest TO ah-amount
           END-IF
           IF ah-amount IS GREATER THAN 0 THEN
               WRITE ah-share-entry
           END-IF

           MOVE ws-buyout-part TO pl-amount
           IF ix-buyer IS EQUAL TO 1 THEN
               ADD ws-buyout-rest TO pl-amount
           END-IF
           IF pl-amount IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           CALL 'asdf-generate-uuid' USING pl-id
           SET pl-debt TO TRUE
           CALL 'asdf-utc-timestamp' USING pl-timestamp
           MOVE 'UTC' TO pl-timezone
           MOVE SPACES TO pl-comment
           STRING 'asset buyout: '
               FUNCTION TRIM(ws-asset-description(ix-asset))
               DELIMITED BY SIZE INTO pl-comment
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE ws-buyer-id(ix-buyer) TO pl-debitor
           MOVE ws-member TO pl-creditor
           MOVE SPACES TO pl-reversal-of
           MOVE SPACES TO pl-reversal-of-type
           MOVE SPACES TO pl-category
           MOVE 0 TO pl-due-date
           MOVE ws-asset-currency(ix-asset) TO pl-currency
           MOVE SPACES TO pl-attachment-ref
           MOVE SPACES TO pl-split-of

           PERFORM para-open-post-ledger
           WRITE pl-transaction
           CLOSE fd-post-ledger

           CALL 'asdf-append-account-ledger' USING ws-group
               pl-debitor pl-transaction
           CALL 'asdf-append-account-ledger' USING ws-group
               pl-creditor pl-transaction
           CALL 'asdf-update-control' USING ws-group pl-transaction
           CALL 'asdf-queue-hold-ack' USING ws-group pl-transaction
           ADD 1 TO ws-buyout-posted
           .

      *The leaver's own share records go to zero once the buyers'
      *replacements are on file.
       para-release-leaver-shares.
           OPEN I-O fd-shares
           IF ws-shares-status IS NOT EQUAL TO '00' THEN
               IF ws-shares-status IS EQUAL TO '05' THEN
                   CLOSE fd-shares
               END-IF
               GO TO para-release-leaver-shares-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-release-leaver-share-one
               UNTIL ws-sub-eof-yes
           CLOSE fd-shares
           .

       para-release-leaver-shares-exit.
           EXIT PARAGRAPH
           .

       para-release-leaver-share-one.
           READ fd-shares
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   IF ah-member-id IS EQUAL TO ws-member
                           AND ah-amount IS GREATER THAN 0 THEN
                       PERFORM para-find-asset
                       IF ws-found-yes THEN
                           MOVE 0 TO ah-amount
                           REWRITE ah-share-entry
                       END-IF
                   END-IF
           END-READ
           .

       para-open-post-ledger.
           ACCEPT ws-lock-retry-text FROM ENVIRONMENT
               'ASDF_LOCK_RETRY'
           IF ws-lock-retry-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-lock-retry-text)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-lock-retry-text)
                   TO ws-lock-budget
           END-IF
           MOVE 0 TO ws-lock-waited
           MOVE 1 TO ws-lock-delay
           PERFORM para-open-post-ledger-try WITH TEST AFTER
               UNTIL ws-post-status IS NOT EQUAL TO '91'
                   AND '61'
           .

       para-open-post-ledger-try.
           OPEN EXTEND fd-post-ledger
           IF ws-post-status IS EQUAL TO '91' OR '61' THEN
               IF ws-lock-waited IS GREATER THAN OR EQUAL TO
                       ws-lock-budget THEN
                   DISPLAY 'Ledger is locked by another process'
                       WITH NO ADVANCING
                   MOVE 101 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL 'C$SLEEP' USING ws-lock-delay
               ADD ws-lock-delay TO ws-lock-waited
               IF ws-lock-delay IS LESS THAN 4 THEN
                   ADD ws-lock-delay TO ws-lock-delay
               END-IF
           END-IF
           .

       para-start.
           CALL 'asdf-check-member' USING ws-group ws-member
               ws-found
           PERFORM para-load-payees THRU para-load-payees-exit
           PERFORM para-load-open-disputes
               THRU para-load-open-disputes-exit
           PERFORM para-load-households THRU para-load-households-exit
           PERFORM para-accumulate THRU para-accumulate-exit
           PERFORM para-exclude-pot

           .

       para-find-balance.
           PERFORM para-fold-household
           SET ix-balance TO 1
           SEARCH ws-balance-entry
               AT END
           MOVE ws-now-flat TO sl-created-timestamp
           MOVE 0 TO sl-confirmed-timestamp
           MOVE LOW-VALUES TO sl-confirmed-entry
           SET sl-bank-status-none TO TRUE
           MOVE SPACES TO sl-bank-reason
           MOVE 0 TO sl-bank-timestamp

           MOVE SPACES TO ws-settlements-path
           STRING '/var/lib/asdf/group/' ws-group-text
           CLOSE fd-settlements
           .

      *Loads the partners of the group's active households.
       para-load-households.
           MOVE 0 TO ws-partner-count
           MOVE SPACES TO ws-households-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/households' INTO ws-households-path
           OPEN INPUT fd-households
           IF ws-households-status IS NOT EQUAL TO '00' THEN
               IF ws-households-status IS EQUAL TO '05' THEN
                   CLOSE fd-households
               END-IF
               GO TO para-load-households-exit
           END-IF

           SET ws-households-eof-no TO TRUE
           PERFORM para-load-household-one
               UNTIL ws-households-eof-yes
           CLOSE fd-households
           .

       para-load-households-exit.
           EXIT PARAGRAPH
           .

       para-load-household-one.
           READ fd-households
               AT END
                   SET ws-households-eof-yes TO TRUE
               NOT AT END
                   IF hh-status-active THEN
                       PERFORM para-load-partner
                           VARYING ws-hm FROM 1 BY 1
                           UNTIL ws-hm > hh-member-count
                   END-IF
           END-READ
           .

       para-load-partner.
           IF ws-partner-count IS GREATER THAN OR EQUAL TO 500 THEN
               DISPLAY 'Too many household members' WITH NO ADVANCING
               MOVE 101 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-partner-count
           SET ix-partner TO ws-partner-count
           MOVE hh-account-id(ws-hm) TO ws-partner-account(ix-partner)
           MOVE hh-household-id TO ws-partner-household(ix-partner)
           .

       para-fold-household.
           IF ws-partner-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-partner TO 1
           SEARCH ws-partner-entry
               AT END
                   CONTINUE
               WHEN ix-partner IS GREATER THAN ws-partner-count
                   CONTINUE
               WHEN ws-partner-account(ix-partner) IS EQUAL TO
                       ws-target-account
                   MOVE ws-partner-household(ix-partner)
                       TO ws-target-account
           END-SEARCH
           .

      *The final statement, delivered by mail: the position the
      *closing plan settles, so the leaver knows exactly what the
      *legs they confirm add up to.
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           PERFORM para-check-partner
           PERFORM para-check-succession
               THRU para-check-succession-exit

           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
           EXIT PARAGRAPH
           .

      *A partner leaves a household before the group: while they
      *are one, their position is the unit's and no closing plan
      *of their own can be drawn up, and the household would be
      *left naming someone who is gone.
       para-check-partner.
           CALL 'asdf-check-household' USING ws-group ws-member
               ws-unit ws-unit-found
           IF ws-unit-found-member THEN
               DISPLAY 'Refused: still a partner in a household; '
                   'remove them from it or dissolve it first'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

      *The last active admin only leaves with a successor named;
      *the successor is made an admin before the member goes.
       para-check-succession.
           CALL 'asdf-check-last-admin' USING ws-group ws-member
               ws-last-admin
           IF ws-successor IS EQUAL TO LOW-VALUES THEN
               IF ws-last-admin-yes THEN
                   DISPLAY 'Refused: the last active admin can only '
                       'leave with a successor admin named'
                       WITH NO ADVANCING
                   GO TO para-invalid
               END-IF
               GO TO para-check-succession-exit
           END-IF

           IF ws-successor IS EQUAL TO ws-member THEN
               DISPLAY 'The successor must be another member'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           CALL 'asdf-grant-admin-role' USING ws-group ws-successor
               ws-grant-result
           IF ws-grant-not-member THEN
               DISPLAY 'The successor is not an active member'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-grant-promoted THEN
               MOVE SPACES TO ws-audit-detail
               STRING 'made ' ws-successor-text ' an admin as '
                   'successor to ' ws-member-text
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
               CALL 'asdf-append-admin-audit' USING ws-group
                   ws-acting-account ws-audit-program ws-audit-detail
               MOVE 'ADMIN-ASSIGNED' TO ws-event-type
               CALL 'asdf-append-change-event' USING ws-event-type
                   ws-group ws-successor ws-acting-account
           END-IF
           .

       para-check-succession-exit.
           EXIT PARAGRAPH
           .

       para-deactivate-one.
           READ fd-members
               AT END
