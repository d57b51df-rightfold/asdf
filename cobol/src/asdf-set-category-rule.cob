      *Maintains a group's auto-categorization rules
      *(asdf-category-rule.cpy), which asdf-auto-categorize applies
      *to every debt posted with a blank category: ADD appends one
      *rule, LIST prints them in file order, CLEAR removes them all
      *(rules carry no id, so edits are clear-and-reload, the way
      *the expense-policy rules are kept).
      *
      *Arguments: acting account UUID, session token, group UUID,
      *action, then for ADD the priority (1-9999, lowest tried
      *first), the match type, what to match, the category, and
      *optionally tags joined with '+':
      *  K <keyword>      - a word or phrase in the comment;
      *  P <payee-hex>    - the creditor, a member or a registered
      *                     payee;
      *  A <low>-<high>   - an amount band in minor units, high
      *                     blank or 0 for no upper bound.
      *The session must belong to the acting account, which must be
      *a group admin. A group that enforces its category master
      *file only takes rules for categories in it. Changes are
      *logged through asdf-append-admin-audit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-category-rule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-rules
           ASSIGN DYNAMIC ws-rules-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-rules-status.

       SELECT OPTIONAL fd-group-info
           ASSIGN DYNAMIC ws-group-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-group-info-status.

       SELECT OPTIONAL fd-categories
           ASSIGN DYNAMIC ws-categories-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-categories-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-rules.
       COPY 'asdf-category-rule.cpy' REPLACING ==:X:== BY ==cr==.

       FD fd-group-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       FD fd-categories.
       COPY 'asdf-category.cpy' REPLACING ==:X:== BY ==ct==.

       WORKING-STORAGE SECTION.
       01 ws-rules-path                PIC X(256).
       01 ws-rules-status              PIC XX.
       01 ws-group-info-path           PIC X(256).
       01 ws-group-info-status         PIC XX.
       01 ws-categories-path           PIC X(256).
       01 ws-categories-status         PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-action                    PIC X(10).
           88 ws-action-add            VALUE 'ADD'.
           88 ws-action-list           VALUE 'LIST'.
           88 ws-action-clear          VALUE 'CLEAR'.
       01 ws-priority-text             PIC X(4).
       01 ws-match-type                PIC X.
       01 ws-match-text                PIC X(40).
       01 ws-category                  PIC X(20).
       01 ws-tags-text                 PIC X(60).
       01 ws-low-text                  PIC X(10).
       01 ws-high-text                 PIC X(10).

       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-payee-found               PIC X.
           88 ws-payee-found-active    VALUE 'Y'.
           88 ws-payee-found-retired   VALUE 'R'.
       01 ws-payee-category            PIC X(20).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-amount-edit               PIC 9(10).
       01 ws-high-edit                 PIC 9(10).
       01 ws-match-display             PIC X(40).

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-set-category-rule'.
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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

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
           CALL 'asdf-check-admin' USING ws-group
               ws-acting-account ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can set category rules'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO ws-rules-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/category-rules' INTO ws-rules-path

           ACCEPT ws-action FROM ARGUMENT-VALUE
           EVALUATE TRUE
               WHEN ws-action-add
                   PERFORM para-add
               WHEN ws-action-list
                   PERFORM para-list THRU para-list-exit
               WHEN ws-action-clear
                   PERFORM para-clear
               WHEN OTHER
                   DISPLAY 'Invalid action' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-invalid.
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       para-add.
           MOVE SPACES TO cr-category-rule
           MOVE 0 TO cr-amount-low cr-amount-high

           ACCEPT ws-priority-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-priority-text) IS NOT NUMERIC THEN
               DISPLAY 'Non-numeric priority' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE FUNCTION TRIM(ws-priority-text) TO cr-priority
           IF cr-priority IS EQUAL TO 0 THEN
               DISPLAY 'Priority must be 1 to 9999' WITH NO ADVANCING
               GO TO para-invalid
           END-IF

           ACCEPT ws-match-type FROM ARGUMENT-VALUE
           ACCEPT ws-match-text FROM ARGUMENT-VALUE
           MOVE ws-match-type TO cr-match-type
           EVALUATE TRUE
               WHEN cr-match-keyword
                   PERFORM para-add-keyword
               WHEN cr-match-payee
                   PERFORM para-add-payee
               WHEN cr-match-amount
                   PERFORM para-add-amount
               WHEN OTHER
                   DISPLAY 'Invalid match type' WITH NO ADVANCING
                   GO TO para-invalid
           END-EVALUATE

           ACCEPT ws-category FROM ARGUMENT-VALUE
           IF ws-category IS EQUAL TO SPACES
                   OR ws-category IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'A category is required' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           PERFORM para-check-category THRU para-check-category-exit
           MOVE ws-category TO cr-category

           ACCEPT ws-tags-text FROM ARGUMENT-VALUE
           IF ws-tags-text IS EQUAL TO LOW-VALUES THEN
               MOVE SPACES TO ws-tags-text
           END-IF
           MOVE ws-tags-text TO cr-tags

           OPEN EXTEND fd-rules
           WRITE cr-category-rule
           CLOSE fd-rules

           PERFORM para-format-match
           MOVE SPACES TO ws-audit-detail
           STRING 'category rule added: ' cr-priority ' '
               cr-match-type ' ' FUNCTION TRIM(ws-match-display)
               ' -> ' FUNCTION TRIM(cr-category) ' '
               FUNCTION TRIM(cr-tags)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail
           DISPLAY 'Rule added' WITH NO ADVANCING
           .

       para-add-keyword.
           IF ws-match-text IS EQUAL TO SPACES
                   OR ws-match-text IS EQUAL TO LOW-VALUES THEN
               DISPLAY 'A keyword is required' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE FUNCTION TRIM(ws-match-text) TO cr-keyword
           .

      *The payee may be a member or a registered external payee -
      *whichever can stand as a debt's creditor.
       para-add-payee.
           MOVE ws-match-text(1:32) TO ws-uuid-text
           CALL 'asdf-parse-uuid' USING ws-uuid-text cr-payee-id
           CALL 'asdf-check-member' USING ws-group cr-payee-id
               ws-found
           IF ws-found-no THEN
               CALL 'asdf-check-payee' USING ws-group cr-payee-id
                   ws-payee-found ws-payee-category
               IF ws-payee-found-active THEN
                   SET ws-found-yes TO TRUE
               END-IF
           END-IF
           IF ws-found-no THEN
               DISPLAY 'Unknown payee' WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-add-amount.
           MOVE SPACES TO ws-low-text ws-high-text
           UNSTRING ws-match-text DELIMITED BY '-'
               INTO ws-low-text ws-high-text
           IF ws-high-text IS EQUAL TO SPACES THEN
               MOVE '0' TO ws-high-text
           END-IF
           IF FUNCTION TRIM(ws-low-text) IS NOT NUMERIC
                   OR FUNCTION TRIM(ws-high-text) IS NOT NUMERIC THEN
               DISPLAY 'Amount band must be <low>-<high>'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           MOVE FUNCTION TRIM(ws-low-text) TO cr-amount-low
           MOVE FUNCTION TRIM(ws-high-text) TO cr-amount-high
           IF cr-amount-high IS NOT EQUAL TO 0
                   AND cr-amount-high IS LESS THAN cr-amount-low THEN
               DISPLAY 'Amount band must be <low>-<high>'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

      *Only a group holding its categories to the master file needs
      *the rule's category to be in it; anywhere else a category is
      *free-form.
       para-check-category.
           MOVE SPACES TO ws-group-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-group-info-path
           OPEN INPUT fd-group-info
           IF ws-group-info-status IS NOT EQUAL TO '00' THEN
               IF ws-group-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-info
               END-IF
               GO TO para-check-category-exit
           END-IF
           READ fd-group-info
           CLOSE fd-group-info
           IF NOT gi-category-enforce THEN
               GO TO para-check-category-exit
           END-IF

           PERFORM para-find-category THRU para-find-category-exit
           IF ws-found-no THEN
               DISPLAY 'Unknown category for this group'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-check-category-exit.
           EXIT PARAGRAPH
           .

       para-find-category.
           SET ws-found-no TO TRUE
           MOVE SPACES TO ws-categories-path
           STRING '/var/lib/asdf/group/' ws-group-text '/categories'
               INTO ws-categories-path
           OPEN INPUT fd-categories
           IF ws-categories-status IS NOT EQUAL TO '00' THEN
               IF ws-categories-status IS EQUAL TO '05' THEN
                   CLOSE fd-categories
               END-IF
               GO TO para-find-category-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-category-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-categories
           .

       para-find-category-exit.
           EXIT PARAGRAPH
           .

       para-find-category-one.
           READ fd-categories
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ct-name IS EQUAL TO ws-category
                           AND ct-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-format-match.
           MOVE SPACES TO ws-match-display
           EVALUATE TRUE
               WHEN cr-match-keyword
                   MOVE cr-keyword TO ws-match-display
               WHEN cr-match-payee
                   CALL 'asdf-format-uuid' USING cr-payee-id
                       ws-uuid-text
                   MOVE ws-uuid-text TO ws-match-display
               WHEN cr-match-amount
                   MOVE cr-amount-low TO ws-amount-edit
                   MOVE cr-amount-high TO ws-high-edit
                   STRING ws-amount-edit '-' ws-high-edit
                       DELIMITED BY SIZE INTO ws-match-display
           END-EVALUATE
           .

       para-list.
           OPEN INPUT fd-rules
           IF ws-rules-status IS NOT EQUAL TO '00' THEN
               IF ws-rules-status IS EQUAL TO '05' THEN
                   CLOSE fd-rules
               END-IF
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-rules
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-rules
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-format-match
                   DISPLAY cr-priority ' ' cr-match-type ' '
                       FUNCTION TRIM(ws-match-display) ' '
                       FUNCTION TRIM(cr-category) ' '
                       FUNCTION TRIM(cr-tags)
           END-READ
           .

       para-clear.
           CALL 'CBL_DELETE_FILE' USING ws-rules-path
           MOVE 0 TO RETURN-CODE
           MOVE 'category rules cleared' TO ws-audit-detail
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail
           DISPLAY 'Rules cleared' WITH NO ADVANCING
           .
