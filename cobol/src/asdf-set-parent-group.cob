      *Names the group a group rolls up into, or clears it: a
      *property company's houses or a club's teams hang off an
      *umbrella group whose roll-up reports (asdf-group-summary,
      *asdf-category-report and asdf-balance-report in ROLLUP mode)
      *fold them in, and whose admins may read their reports
      *without joining them. Arguments: acting account UUID, group
      *UUID, parent group UUID (NONE to make the group stand alone
      *again). The acting account must be an active admin of the
      *group and, when a parent is named, of the parent too - a
      *group cannot be pulled under someone else's umbrella, nor
      *pushed under one its admins do not run. A parent that is the
      *group itself or already below it is refused, so the
      *hierarchy never loops. Audited to the group's trail.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-parent-group.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==fs==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-parent                    PIC X(16).
       01 ws-parent-text               PIC X(32).
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.

       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

      *The group and everything already below it: a parent found
      *here would close a loop.
       01 ws-below-count               PIC 9(3) COMP.
       01 ws-below.
           02 ws-below-group OCCURS 100 TIMES
                                       PIC X(16).
       01 ws-b                         PIC 9(3) COMP.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-set-parent-group'.
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

           ACCEPT ws-parent-text FROM ARGUMENT-VALUE
           IF ws-parent-text IS EQUAL TO 'NONE' THEN
               MOVE LOW-VALUES TO ws-parent
           ELSE
               CALL 'asdf-parse-uuid' USING ws-parent-text ws-parent
           END-IF

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can set the parent group'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-parent IS NOT EQUAL TO LOW-VALUES THEN
               CALL 'asdf-check-admin' USING ws-parent
                   ws-acting-account ws-is-admin
               IF ws-is-admin-no THEN
                   DISPLAY 'Only an admin of the parent group can '
                       'place a group under it' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

               CALL 'asdf-list-descendants' USING ws-group
                   ws-below-count ws-below
               PERFORM para-check-below
                   VARYING ws-b FROM 1 BY 1
                   UNTIL ws-b > ws-below-count
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-path

           OPEN I-O fd-info
           IF ws-status IS EQUAL TO '35' THEN
               DISPLAY 'No such group' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           READ fd-info
           MOVE ws-parent TO fs-parent-group-id
           REWRITE fs-info
           CLOSE fd-info

           MOVE SPACES TO ws-audit-detail
           IF ws-parent IS EQUAL TO LOW-VALUES THEN
               MOVE 'cleared parent group' TO ws-audit-detail
           ELSE
               CALL 'asdf-format-uuid' USING ws-parent ws-parent-text
               STRING 'set parent group ' ws-parent-text
                   DELIMITED BY SIZE INTO ws-audit-detail
               END-STRING
           END-IF
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           STOP RUN
           .

       para-check-below.
           IF ws-below-group(ws-b) IS EQUAL TO ws-parent THEN
               DISPLAY 'The parent group is this group or one below it'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .
