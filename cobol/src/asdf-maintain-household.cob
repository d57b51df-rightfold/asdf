      *Maintains a group's household register (asdf-household.cpy):
      *the units of several member accounts that split and settle as
      *one party. Arguments: acting account UUID, group UUID, action,
      *then:
      *  CREATE name, member count (2-10), that many member UUIDs -
      *         prints the new household's id, which split profiles
      *         and asdf-append-split name as a participant;
      *  ADD household UUID, member UUID - adds a partner;
      *  REMOVE household UUID, member UUID - drops one, refused
      *         when it would leave fewer than two (dissolve the
      *         household instead);
      *  DISSOLVE household UUID - marks it dissolved;
      *  LIST (no further arguments) - one line per household.
      *Every partner must be an active member of the group and in no
      *other active household there. The acting account must be an
      *active admin of the group for every action but LIST, which
      *any active member may run; changes are logged through
      *asdf-append-admin-audit under the group.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-household.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-households
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-households.
       COPY 'asdf-household.cpy' REPLACING ==:X:== BY ==hh==.

       WORKING-STORAGE SECTION.
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-member-found              PIC X.
           88 ws-member-found-yes      VALUE 'Y'.
           88 ws-member-found-no       VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-action                    PIC X(8).
       01 ws-uuid-text                 PIC X(32).
       01 ws-household-text            PIC X(32).
       01 ws-member-text               PIC X(32).
       01 ws-count-text                PIC X(2).
       01 ws-m                         PIC 9(2) COMP.
       01 ws-listed-count              PIC 9(4) COMP VALUE 0.
       01 ws-display-count             PIC Z(3)9.

       01 ws-household-id              PIC X(16).
       01 ws-account                   PIC X(16).
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-household  VALUE 'H'.
           88 ws-unit-found-member     VALUE 'M'.
           88 ws-unit-found-no         VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-slot                      PIC 9(2) COMP.

      *The household being created.
       COPY 'asdf-household.cpy' REPLACING ==:X:== BY ==nh==.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-household'.
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
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/households'
               INTO ws-path

           ACCEPT ws-action FROM ARGUMENT-VALUE
           IF ws-action IS NOT EQUAL TO 'CREATE'
                   AND ws-action IS NOT EQUAL TO 'ADD'
                   AND ws-action IS NOT EQUAL TO 'REMOVE'
                   AND ws-action IS NOT EQUAL TO 'DISSOLVE'
                   AND ws-action IS NOT EQUAL TO 'LIST' THEN
               DISPLAY 'Action must be CREATE, ADD, REMOVE, DISSOLVE'
                   ' or LIST' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-action IS EQUAL TO 'LIST' THEN
               CALL 'asdf-check-member' USING ws-group
                   ws-acting-account ws-member-found
               IF ws-member-found-no THEN
                   DISPLAY 'Not a member of this group'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM para-list THRU para-list-exit
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can manage households'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE ws-action
               WHEN 'CREATE'
                   PERFORM para-create
               WHEN 'ADD'
                   PERFORM para-add
               WHEN 'REMOVE'
                   PERFORM para-remove
               WHEN 'DISSOLVE'
                   PERFORM para-dissolve
           END-EVALUATE

           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-create.
           INITIALIZE nh-household
           ACCEPT nh-name FROM ARGUMENT-VALUE
           IF nh-name IS EQUAL TO SPACES THEN
               DISPLAY 'Missing household name' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-count-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-count-text) IS NOT NUMERIC THEN
               DISPLAY 'Non-numeric member count' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-count-text) TO nh-member-count
           IF nh-member-count < 2 OR nh-member-count > 10 THEN
               DISPLAY 'Member count out of range' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM para-parse-member
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > nh-member-count

           CALL 'asdf-generate-uuid' USING nh-household-id
           SET nh-status-active TO TRUE
           CALL 'asdf-utc-timestamp' USING nh-created-timestamp
           MOVE nh-household TO hh-household
           OPEN EXTEND fd-households
           WRITE hh-household
           CLOSE fd-households

           CALL 'asdf-format-uuid' USING nh-household-id
               ws-household-text
           MOVE SPACES TO ws-audit-detail
           STRING 'created household ' ws-household-text ' '
               FUNCTION TRIM(nh-name)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY ws-household-text WITH NO ADVANCING
           .

      *Repeating an account within one household is refused along
      *with an account already in another.
       para-parse-member.
           ACCEPT ws-member-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-member-text ws-account
           PERFORM para-check-eligible
           SET ws-found-no TO TRUE
           PERFORM para-check-repeat
               VARYING ws-slot FROM 1 BY 1
               UNTIL ws-slot >= ws-m OR ws-found-yes
           IF ws-found-yes THEN
               DISPLAY 'Account named twice' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-account TO nh-account-id(ws-m)
           .

       para-check-repeat.
           IF nh-account-id(ws-slot) IS EQUAL TO ws-account THEN
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-check-eligible.
           CALL 'asdf-check-member' USING ws-group ws-account
               ws-member-found
           IF ws-member-found-no THEN
               DISPLAY 'Unknown member account' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-check-household' USING ws-group ws-account
               ws-unit ws-unit-found
           IF NOT ws-unit-found-no THEN
               DISPLAY 'Account already belongs to a household'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       para-add.
           PERFORM para-accept-household
           ACCEPT ws-member-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-member-text ws-account
           PERFORM para-check-eligible
           PERFORM para-update THRU para-update-exit

           MOVE SPACES TO ws-audit-detail
           STRING 'added ' ws-member-text ' to household '
               ws-household-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY 'Household member added' WITH NO ADVANCING
           .

       para-remove.
           PERFORM para-accept-household
           ACCEPT ws-member-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-member-text ws-account
           PERFORM para-update THRU para-update-exit

           MOVE SPACES TO ws-audit-detail
           STRING 'removed ' ws-member-text ' from household '
               ws-household-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY 'Household member removed' WITH NO ADVANCING
           .

       para-dissolve.
           PERFORM para-accept-household
           PERFORM para-update THRU para-update-exit

           MOVE SPACES TO ws-audit-detail
           STRING 'dissolved household ' ws-household-text
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           DISPLAY 'Household dissolved' WITH NO ADVANCING
           .

       para-accept-household.
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-household-id
           CALL 'asdf-format-uuid' USING ws-household-id
               ws-household-text
           .

      *The named household is found and rewritten in place; only an
      *active one can be changed.
       para-update.
           SET ws-found-no TO TRUE
           OPEN I-O fd-households
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-households
               END-IF
               GO TO para-update-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-update-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-households
           .

       para-update-exit.
           IF ws-found-no THEN
               DISPLAY 'No such active household' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       para-update-one.
           READ fd-households
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF hh-household-id IS EQUAL TO ws-household-id
                           AND hh-status-active THEN
                       SET ws-found-yes TO TRUE
                       PERFORM para-apply-change
                   END-IF
           END-READ
           .

       para-apply-change.
           EVALUATE ws-action
               WHEN 'ADD'
                   IF hh-member-count IS GREATER THAN OR EQUAL TO 10
                           THEN
                       CLOSE fd-households
                       DISPLAY 'Household is full' WITH NO ADVANCING
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO hh-member-count
                   MOVE ws-account TO hh-account-id(hh-member-count)
               WHEN 'REMOVE'
                   PERFORM para-drop-member
               WHEN 'DISSOLVE'
                   SET hh-status-dissolved TO TRUE
           END-EVALUATE
           REWRITE hh-household
           .

      *The last slot moves into the one vacated, so the members stay
      *packed at the front of the table.
       para-drop-member.
           MOVE 0 TO ws-slot
           PERFORM para-find-slot
               VARYING ws-m FROM 1 BY 1
               UNTIL ws-m > hh-member-count OR ws-slot > 0
           IF ws-slot IS EQUAL TO 0 THEN
               CLOSE fd-households
               DISPLAY 'Account is not in this household'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF hh-member-count IS LESS THAN OR EQUAL TO 2 THEN
               CLOSE fd-households
               DISPLAY 'A household needs two members; dissolve it'
                   ' instead' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE hh-account-id(hh-member-count)
               TO hh-account-id(ws-slot)
           MOVE LOW-VALUES TO hh-account-id(hh-member-count)
           SUBTRACT 1 FROM hh-member-count
           .

       para-find-slot.
           IF hh-account-id(ws-m) IS EQUAL TO ws-account THEN
               MOVE ws-m TO ws-slot
           END-IF
           .

       para-list.
           OPEN INPUT fd-households
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-households
               END-IF
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-households
           .

       para-list-exit.
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' household(s)'
           .

       para-list-one.
           READ fd-households
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-listed-count
                   CALL 'asdf-format-uuid' USING hh-household-id
                       ws-household-text
                   DISPLAY ws-household-text ' ' hh-status ' '
                       FUNCTION TRIM(hh-name)
                   PERFORM para-list-member
                       VARYING ws-m FROM 1 BY 1
                       UNTIL ws-m > hh-member-count
           END-READ
           .

       para-list-member.
           CALL 'asdf-format-uuid' USING hh-account-id(ws-m)
               ws-member-text
           DISPLAY '  ' ws-member-text
           .
