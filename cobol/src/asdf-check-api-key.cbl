      *Check whether an API key (asdf-api-key.cpy) is live - active
      *and unexpired - and good for a group: a key tied to a group
      *must name that group, and a key tied to an account needs that
      *account to be an active member of it (asdf-check-member).
      *Hands back the account the key acts as (LOW-VALUES for a key
      *tied to a group alone), its name and its scope. Which route
      *a scope allows is asdf-http-gateway's to decide.
      *
      *Arguments: key token, group (LOW-VALUES to check only that
      *the key is live), account out, name out, scope out, Y/N.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-api-key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-keys
           ASSIGN DYNAMIC ws-keys-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-keys-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-keys.
       COPY 'asdf-api-key.cpy' REPLACING ==:X:== BY ==ak==.

       WORKING-STORAGE SECTION.
       01 ws-keys-path                 PIC X(256)
           VALUE '/var/lib/asdf/api-keys'.
       01 ws-keys-status               PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-member                    PIC X.
           88 ws-member-yes            VALUE 'Y'.
           88 ws-member-no             VALUE 'N'.

       01 ws-now-group.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 ws-now-day               PIC 9(2).
           02 ws-now-hour              PIC 9(2).
           02 ws-now-minute            PIC 9(2).
           02 ws-now-second            PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                       PIC 9(14).

       LINKAGE SECTION.
       01 ls-token                     PIC X(16).
       01 ls-group                     PIC X(16).
       01 ls-account-id                PIC X(16).
       01 ls-name                      PIC X(40).
       01 ls-scope                     PIC X.
       01 ls-valid                     PIC X.
           88 ls-valid-yes             VALUE 'Y'.
           88 ls-valid-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-token ls-group ls-account-id
               ls-name ls-scope ls-valid.
       para-main.
           SET ls-valid-no TO TRUE
           MOVE LOW-VALUES TO ls-account-id
           MOVE SPACES TO ls-name
           MOVE SPACE TO ls-scope
           CALL 'asdf-utc-timestamp' USING ws-now-group

           PERFORM para-find-key THRU para-find-key-exit
           IF ws-found-no THEN
               GO TO para-exit
           END-IF

           IF ls-group IS NOT EQUAL TO LOW-VALUES THEN
               IF ak-group-id IS NOT EQUAL TO LOW-VALUES
                       AND ak-group-id IS NOT EQUAL TO ls-group THEN
                   GO TO para-exit
               END-IF
               IF ak-account-id IS NOT EQUAL TO LOW-VALUES THEN
                   CALL 'asdf-check-member' USING ls-group
                       ak-account-id ws-member
                   IF ws-member-no THEN
                       GO TO para-exit
                   END-IF
               END-IF
           END-IF

           MOVE ak-account-id TO ls-account-id
           MOVE ak-name TO ls-name
           MOVE ak-scope TO ls-scope
           SET ls-valid-yes TO TRUE
           .

       para-exit.
           EXIT PROGRAM
           .

       para-find-key.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-keys
           IF ws-keys-status IS NOT EQUAL TO '00' THEN
               IF ws-keys-status IS EQUAL TO '05' THEN
                   CLOSE fd-keys
               END-IF
               GO TO para-find-key-exit
           END-IF

           SET ws-eof-no TO TRUE
           PERFORM para-find-key-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-keys
           .

       para-find-key-exit.
           EXIT PARAGRAPH
           .

       para-find-key-one.
           READ fd-keys
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ak-token IS EQUAL TO ls-token
                           AND ak-status-active
                           AND ws-now-flat IS NOT GREATER THAN
                               ak-expiry THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
