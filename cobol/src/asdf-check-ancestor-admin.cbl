      *Checks whether an account is an active admin of any group
      *above the given one in the parent/child hierarchy
      *(gi-parent-group-id): the parent's admins may read a child
      *group's reports without joining it, which is what
      *asdf-http-gateway asks this for when the session is not a
      *member of the group itself. The walk goes up one parent at a
      *time, asking asdf-check-admin at each, and gives up after 20
      *levels - deeper than any real hierarchy, and a guard should
      *a cycle ever slip onto disk.
      *
      *Arguments: group id, account id, Y/N.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-ancestor-admin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       WORKING-STORAGE SECTION.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-current                   PIC X(16).
       01 ws-depth                     PIC 9(2) COMP.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-account-id                PIC X(16).
       01 ls-found                     PIC X.
           88 ls-found-yes             VALUE 'Y'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-account-id ls-found.
       para-main.
           SET ls-found-no TO TRUE
           MOVE ls-group TO ws-current
           MOVE 0 TO ws-depth
           PERFORM para-climb-one THRU para-climb-one-exit
               UNTIL ls-found-yes OR ws-depth > 20
                   OR ws-current IS EQUAL TO LOW-VALUES
           EXIT PROGRAM
           .

      *Moves ws-current to its parent (LOW-VALUES at the top) and
      *checks the acting account against it.
       para-climb-one.
           ADD 1 TO ws-depth
           CALL 'asdf-format-uuid' USING ws-current ws-group-text
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           MOVE LOW-VALUES TO ws-current
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               GO TO para-climb-one-exit
           END-IF
           READ fd-info
               NOT AT END
                   IF gi-parent-group-id IS NOT EQUAL TO SPACES THEN
                       MOVE gi-parent-group-id TO ws-current
                   END-IF
           END-READ
           CLOSE fd-info
           IF ws-current IS EQUAL TO LOW-VALUES THEN
               GO TO para-climb-one-exit
           END-IF
           CALL 'asdf-check-admin' USING ws-current ls-account-id
               ws-is-admin
           IF ws-is-admin-yes THEN
               SET ls-found-yes TO TRUE
           END-IF
           .

       para-climb-one-exit.
           EXIT PARAGRAPH
           .
