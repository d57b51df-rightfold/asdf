      *Check whether taking an account out of a group would leave
      *the group with no active admin: ls-last comes back 'Y' when
      *the account is an active admin of the group and no other
      *member is, 'N' otherwise. Asked by every program that can
      *take a member away - removal, offboarding, anonymization -
      *before it does, since a group with no admin can no longer
      *add members, change policy, decide approvals or lift a
      *freeze.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-last-admin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==fs==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-other-admin               PIC X.
           88 ws-other-admin-yes       VALUE 'Y'.
           88 ws-other-admin-no        VALUE 'N'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-account-id                PIC X(16).
       01 ls-last                      PIC X.

       PROCEDURE DIVISION USING ls-group ls-account-id ls-last.
       para-main.
           MOVE 'N' TO ls-last
           SET ws-is-admin-no TO TRUE
           SET ws-other-admin-no TO TRUE

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-path

           OPEN INPUT fd-members
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-scan-one UNTIL ws-eof-yes
               OR ws-other-admin-yes
           CLOSE fd-members

           IF ws-is-admin-yes AND ws-other-admin-no THEN
               MOVE 'Y' TO ls-last
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-scan-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fs-status-active AND fs-role-admin THEN
                       IF fs-account-id IS EQUAL TO ls-account-id THEN
                           SET ws-is-admin-yes TO TRUE
                       ELSE
                           SET ws-other-admin-yes TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
