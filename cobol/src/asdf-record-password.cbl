      *Appends a just-set password (its salt and salted hash, as
      *asdf-hash-password produced them) to the account's password
      *history (asdf-password-history.cpy) and trims the file back to
      *the newest password-history-count entries from the central
      *configuration - default 5, never more than 20. Called wherever
      *a password is set: asdf-register-account,
      *asdf-confirm-password-reset and asdf-change-password.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-record-password.

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
           02 ws-history OCCURS 21 TIMES.
               03 ws-history-salt      PIC X(16).
               03 ws-history-hash      PIC X(32).
               03 ws-history-set       PIC 9(14).

       01 ws-now-group.
           02 ws-now-year               PIC 9(4).
           02 ws-now-month              PIC 9(2).
           02 ws-now-day                PIC 9(2).
           02 ws-now-hour               PIC 9(2).
           02 ws-now-minute             PIC 9(2).
           02 ws-now-second             PIC 9(2).
       01 ws-now-flat REDEFINES ws-now-group
                                        PIC 9(14).

      *Central configuration lookups (asdf-read-config).
       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.

       LINKAGE SECTION.
       01 ls-account-id                PIC X(16).
       01 ls-salt                      PIC X(16).
       01 ls-hash                      PIC X(32).

       PROCEDURE DIVISION USING ls-account-id ls-salt ls-hash.
       para-main.
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

           CALL 'asdf-utc-timestamp' USING ws-now-group
           CALL 'asdf-format-uuid' USING ls-account-id
               ws-account-id-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/account/' ws-account-id-text
               '/password-history' DELIMITED BY SIZE INTO ws-path

           MOVE 0 TO ws-count
           OPEN INPUT fd-history
           IF ws-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-load-one UNTIL ws-eof-yes
               CLOSE fd-history
           ELSE
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-history
               END-IF
           END-IF

           IF ws-count IS EQUAL TO ws-keep-max THEN
               PERFORM para-drop-oldest
           END-IF
           ADD 1 TO ws-count
           MOVE ls-salt TO ws-history-salt(ws-count)
           MOVE ls-hash TO ws-history-hash(ws-count)
           MOVE ws-now-flat TO ws-history-set(ws-count)

           MOVE 1 TO ws-first
           IF ws-count IS GREATER THAN ws-keep THEN
               COMPUTE ws-first = ws-count - ws-keep + 1
           END-IF
           OPEN OUTPUT fd-history
           PERFORM para-write-one VARYING ws-i FROM ws-first BY 1
               UNTIL ws-i > ws-count
           CLOSE fd-history
           EXIT PROGRAM
           .

      *Entries beyond the ceiling can only be there from before the
      *setting was lowered; the oldest make way as the file is read.
       para-load-one.
           READ fd-history
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-count IS EQUAL TO ws-keep-max THEN
                       PERFORM para-drop-oldest
                   END-IF
                   ADD 1 TO ws-count
                   MOVE ph-salt TO ws-history-salt(ws-count)
                   MOVE ph-password-hash TO ws-history-hash(ws-count)
                   MOVE ph-set-timestamp TO ws-history-set(ws-count)
           END-READ
           .

       para-drop-oldest.
           PERFORM para-shift-one VARYING ws-i FROM 1 BY 1
               UNTIL ws-i >= ws-count
           SUBTRACT 1 FROM ws-count
           .

       para-shift-one.
           MOVE ws-history(ws-i + 1) TO ws-history(ws-i)
           .

       para-write-one.
           MOVE ws-history-salt(ws-i) TO ph-salt
           MOVE ws-history-hash(ws-i) TO ph-password-hash
           MOVE ws-history-set(ws-i) TO ph-set-timestamp
           WRITE ph-password-history-entry
           .
