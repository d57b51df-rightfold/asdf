      *profile name, share type ('P' percentages summing to 100,
      *'F' fixed minor-unit amounts), participant count, then that
      *many (participant UUID, share) pairs. Every participant must
      *be an active member or an active household of the group
      *(asdf-maintain-household), which then takes one share as a
      *unit; the acting account must be an active admin of the
      *group, the same gate the category editors apply.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-set-split-profile.
       01 ws-member-found              PIC X.
           88 ws-member-found-yes      VALUE 'Y'.
           88 ws-member-found-no       VALUE 'N'.
       01 ws-unit                      PIC X(16).
       01 ws-unit-found                PIC X.
           88 ws-unit-found-household  VALUE 'H'.
           88 ws-unit-found-member     VALUE 'M'.
           88 ws-unit-found-no         VALUE 'N'.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
               03 ws-new-account-id    PIC X(16).
               03 ws-new-share         PIC 9(10) COMP.

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
               ws-new-account-id(ws-i)
           CALL 'asdf-check-member' USING ws-group
               ws-new-account-id(ws-i) ws-member-found
           IF ws-member-found-no THEN
               CALL 'asdf-check-household' USING ws-group
                   ws-new-account-id(ws-i) ws-unit ws-unit-found
               IF ws-unit-found-household THEN
                   SET ws-member-found-yes TO TRUE
               END-IF
           END-IF
           IF ws-member-found-no THEN
               DISPLAY 'Unknown participant account'
                   WITH NO ADVANCING
