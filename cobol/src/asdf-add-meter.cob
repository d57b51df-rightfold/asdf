      *Adds a meter to a group's meter register (asdf-meter.cpy)
      *for consumption-based billing through asdf-bill-meters.
      *Arguments: acting account UUID, group UUID, meter code (up to
      *20 characters), member UUID the meter belongs to (blank for a
      *shared-space meter), room (up to 30 characters; required for
      *a shared-space meter), unit (e.g. kWh). The acting account
      *must be an active admin of the group, and a named member must
      *be an active member of it. A code already in use by an active
      *meter is refused. Logged through asdf-append-admin-audit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-add-meter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-meters
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-meters.
       COPY 'asdf-meter.cpy' REPLACING ==:X:== BY ==mt==.

       WORKING-STORAGE SECTION.
       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-meter-id                  PIC X(20).
       01 ws-member-text               PIC X(32).
       01 ws-member                    PIC X(16).
       01 ws-room                      PIC X(30).
       01 ws-unit                      PIC X(10).
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-add-meter'.
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

           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can manage meters'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-meter-id FROM ARGUMENT-VALUE
           IF ws-meter-id IS EQUAL TO SPACES THEN
               DISPLAY 'Missing meter code' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-member-text FROM ARGUMENT-VALUE
           ACCEPT ws-room FROM ARGUMENT-VALUE
           ACCEPT ws-unit FROM ARGUMENT-VALUE

           IF ws-member-text IS EQUAL TO SPACES THEN
               MOVE LOW-VALUES TO ws-member
               IF ws-room IS EQUAL TO SPACES THEN
                   DISPLAY 'A shared meter needs a room'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               CALL 'asdf-parse-uuid' USING ws-member-text ws-member
               CALL 'asdf-check-member' USING ws-group ws-member
                   ws-found
               IF ws-found-no THEN
                   DISPLAY 'Not an active member' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           STRING '/var/lib/asdf/group/' ws-group-text '/meters'
               INTO ws-path

           PERFORM para-check-duplicate THRU para-check-duplicate-exit
           IF ws-found-yes THEN
               DISPLAY 'Meter code already in use' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ws-meter-id TO mt-meter-id
           MOVE ws-member TO mt-member-id
           MOVE ws-room TO mt-room
           MOVE ws-unit TO mt-unit
           SET mt-status-active TO TRUE
           OPEN EXTEND fd-meters
           WRITE mt-meter-entry
           CLOSE fd-meters

           MOVE SPACES TO ws-audit-detail
           STRING 'added meter ' FUNCTION TRIM(ws-meter-id)
               DELIMITED BY SIZE INTO ws-audit-detail
               ON OVERFLOW CONTINUE
           END-STRING
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           DISPLAY 'Meter added' WITH NO ADVANCING
           STOP RUN
           .

       para-check-duplicate.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-meters
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-meters
               END-IF
               GO TO para-check-duplicate-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-check-duplicate-one
               UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-meters
           .

       para-check-duplicate-exit.
           EXIT PARAGRAPH
           .

       para-check-duplicate-one.
           READ fd-meters
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mt-meter-id IS EQUAL TO ws-meter-id
                           AND mt-status-active THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
