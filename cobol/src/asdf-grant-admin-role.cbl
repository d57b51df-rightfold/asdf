      *Makes an active member of a group one of its admins, in place
      *in the group's member registry. ls-result comes back 'P' when
      *the member was promoted, 'A' when they already were an admin
      *and 'N' when the account is not an active member of the group
      *(nothing is written then). Shared by the programs that name a
      *successor while taking the last admin away, by the acceptance
      *of an admin succession offer and by the operator override;
      *each logs the change in its own words.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-grant-admin-role.

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

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-account-id                PIC X(16).
       01 ls-result                    PIC X.
           88 ls-result-promoted       VALUE 'P'.
           88 ls-result-already        VALUE 'A'.
           88 ls-result-not-member     VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-account-id ls-result.
       para-main.
           SET ls-result-not-member TO TRUE

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-path

           OPEN I-O fd-members
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-grant-one UNTIL ws-eof-yes
               OR NOT ls-result-not-member
           CLOSE fd-members
           .

       para-exit.
           EXIT PROGRAM
           .

       para-grant-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fs-account-id IS EQUAL TO ls-account-id
                           AND fs-status-active THEN
                       IF fs-role-admin THEN
                           SET ls-result-already TO TRUE
                       ELSE
                           SET fs-role-admin TO TRUE
                           REWRITE fs-member
                           SET ls-result-promoted TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
