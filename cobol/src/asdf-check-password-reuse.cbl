      *Answers whether a candidate password is one of the account's
      *last password-history-count passwords (central configuration,
      *default 5) by hashing it with each history entry's own salt
      *(asdf-hash-password) and comparing against the stored hash. An
      *account with no history file yet answers 'N'; callers also
      *compare against the account's current salt and hash, which
      *covers an account registered before the history was kept.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-password-reuse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-history
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-history.
       COPY 'asdf-password-history.cpy' REPLACING ==:X:== BY ==ph==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-account-id-text           PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-keep                      PIC 9(3) VALUE 5.
       01 ws-keep-max                  PIC 9(3) VALUE 20.
       01 ws-count                     PIC 9(3) COMP.
       01 ws-i                         PIC 9(3) COMP.
       01 ws-first                     PIC 9(3) COMP.
       01 ws-history-table.
           02 ws-history OCCURS 20 TIMES.
               03 ws-history-salt      PIC X(16).
               03 ws-history-hash      PIC X(32).

       01 ws-candidate                 PIC X(64).
       01 ws-computed-hash             PIC X(32).

      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.

       LINKAGE SECTION.
       01 ls-account-id                PIC X(16).
       01 ls-password                  PIC X(64).
       01 ls-reused                    PIC X.
           88 ls-reused-yes            VALUE 'Y'.
           88 ls-reused-no             VALUE 'N'.

       PROCEDURE DIVISION USING ls-account-id ls-password ls-reused.
       para-main.
           SET ls-reused-no TO TRUE
           MOVE 'password-history-count' TO ws-config-key
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-keep
           END-IF
           IF ws-keep IS LESS THAN 1 THEN
               MOVE 1 TO ws-keep
           END-IF
           IF ws-keep IS GREATER THAN ws-keep-max THEN
               MOVE ws-keep-max TO ws-keep
           END-IF

           CALL 'asdf-format-uuid' USING ls-account-id
               ws-account-id-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-id-text
               '/password-history' DELIMITED BY SIZE INTO ws-path

           MOVE 0 TO ws-count
           OPEN INPUT fd-history
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-history
               END-IF
               GO TO para-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-history

           MOVE 1 TO ws-first
           IF ws-count IS GREATER THAN ws-keep THEN
               COMPUTE ws-first = ws-count - ws-keep + 1
           END-IF
           PERFORM para-check-one VARYING ws-i FROM ws-first BY 1
               UNTIL ws-i > ws-count OR ls-reused-yes
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load-one.
           READ fd-history
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-count IS EQUAL TO ws-keep-max THEN
                       PERFORM para-shift-one VARYING ws-i FROM 1 BY 1
                           UNTIL ws-i >= ws-count
                       SUBTRACT 1 FROM ws-count
                   END-IF
                   ADD 1 TO ws-count
                   MOVE ph-salt TO ws-history-salt(ws-count)
                   MOVE ph-password-hash TO ws-history-hash(ws-count)
           END-READ
           .

       para-shift-one.
           MOVE ws-history(ws-i + 1) TO ws-history(ws-i)
           .

      *asdf-hash-password trims the password it is handed in place,
      *so each attempt works on a fresh copy of the candidate.
       para-check-one.
           MOVE ls-password TO ws-candidate
           CALL 'asdf-hash-password' USING ws-candidate
               ws-history-salt(ws-i) ws-computed-hash
           IF ws-computed-hash IS EQUAL TO ws-history-hash(ws-i) THEN
               SET ls-reused-yes TO TRUE
           END-IF
           .
