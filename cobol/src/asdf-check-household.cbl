      *Check an id against a group's active households
      *(asdf-household.cpy): ls-found comes back 'H' when the id is
      *itself an active household, 'M' when it is a member account
      *of one, and 'N' otherwise. ls-household carries the unit the
      *id settles as - the household in either of the first two
      *cases, the id itself in the last - so a caller can fold a
      *partner into their household without caring which it was
      *handed. The same scan-the-registry shape as asdf-check-payee;
      *a group without a households file simply has none.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-household.

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
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-m                         PIC 9(2) COMP.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-party                     PIC X(16).
       01 ls-household                 PIC X(16).
       01 ls-found                     PIC X.
           88 ls-found-household       VALUE 'H'.
           88 ls-found-member          VALUE 'M'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-party ls-household
               ls-found.
       para-main.
           SET ls-found-no TO TRUE
           MOVE ls-party TO ls-household

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/households'
               INTO ws-path

           OPEN INPUT fd-households
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-households
               END-IF
               GO TO para-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-scan-one UNTIL ws-eof-yes OR NOT ls-found-no
           CLOSE fd-households
           .

       para-exit.
           EXIT PROGRAM
           .

       para-scan-one.
           READ fd-households
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF hh-status-active THEN
                       IF hh-household-id IS EQUAL TO ls-party THEN
                           SET ls-found-household TO TRUE
                       ELSE
                           PERFORM para-scan-member
                               VARYING ws-m FROM 1 BY 1
                               UNTIL ws-m > hh-member-count
                                   OR ls-found-member
                       END-IF
                   END-IF
           END-READ
           .

       para-scan-member.
           IF hh-account-id(ws-m) IS EQUAL TO ls-party THEN
               SET ls-found-member TO TRUE
               MOVE hh-household-id TO ls-household
           END-IF
           .
