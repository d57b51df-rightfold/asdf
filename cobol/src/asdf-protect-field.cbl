      *Protects or reveals a personal field held at rest - an
      *account's email address, bank details or mobile number -
      *under the installation key in /etc/asdf/field-key, kept off
      *the data volume so a copy of /var/lib/asdf or of a backup is
      *not enough to read the fields back.
      *
      *A protected field holds a marker byte (X'1F') and a 20
      *character token: the leading characters of the base64
      *HMAC-SHA256 of the value under the key. The value itself is
      *AES-256 enciphered (openssl enc, salted, key stretched with
      *PBKDF2) into the field vault, /var/lib/asdf/field-vault
      *(asdf-field-vault.cpy), filed under the token. The token is
      *the same for the same value every time, so the account index
      *can still be searched, and the keyed account index still
      *keyed, by the token of the address being looked up; and at 21
      *bytes it fits every protected field whatever the length of
      *the value.
      *
      *Arguments: mode, the value (up to 254 bytes, shorter fields
      *moved in space-padded), and the result.
      *  'P' protect - the protected form, the value filed in the
      *      vault unless it is there already;
      *  'L' look up - the protected form only, nothing filed, for
      *      a value that is being searched for rather than stored;
      *  'R' reveal  - the value back from the vault, or spaces when
      *      the vault no longer holds it;
      *  'E' erase   - the value's vault entry blanked, so the
      *      protected form left in any record reveals nothing again
      *      (asdf-anonymize-account); the result is the argument,
      *      or spaces when the vault stayed locked and nothing was
      *      erased.
      *Protecting an already protected value, or revealing or
      *erasing a plain one, returns it unchanged, so records
      *converted and not yet converted can sit side by side; a
      *blank field stays blank. With no key installed every mode
      *passes the value through unchanged, and so does a protect
      *that openssl fails on or that cannot get the vault, with a
      *line on the error stream - asdf-protect-records brings such
      *a value in later.
      *
      *Nothing secret goes on a command line. The HMAC is taken as
      *two plain digests over files holding the padded keys
      *(asdf-hmac-pads), and openssl enc reads the key from its
      *file. The value, the pads and openssl's output pass through
      *files in /var/lib/asdf/field-work, a directory only the
      *owner can enter, and are removed before the call returns.
      *
      *A protect (look-up, then append) and an erase (blanking in
      *place) each hold /var/lib/asdf/field-vault.lock exclusively
      *throughout, waiting for it the way asdf-post-recurring waits
      *for a ledger (ASDF_LOCK_RETRY seconds, default 10), so two
      *of them never interleave.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-protect-field.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-key
           ASSIGN DYNAMIC ws-key-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-key-status.

       SELECT OPTIONAL fd-vault
           ASSIGN DYNAMIC ws-vault-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-vault-status.

       SELECT OPTIONAL fd-vault-lock
           ASSIGN DYNAMIC ws-lock-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ws-lock-status.

       SELECT OPTIONAL fd-temp
           ASSIGN DYNAMIC ws-temp-path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-temp-status.

       SELECT OPTIONAL fd-pad
           ASSIGN DYNAMIC ws-temp-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-key.
       01 fk-key-line                  PIC X(64).

       FD fd-vault.
       COPY 'asdf-field-vault.cpy' REPLACING ==:X:== BY ==fv==.

       FD fd-vault-lock.
       01 fl-lock-record               PIC X.

       FD fd-temp.
       01 ft-line                      PIC X(400).

      *One padded key, written as its 64 bytes exactly.
       FD fd-pad.
       01 fp-pad                       PIC X(64).

       WORKING-STORAGE SECTION.
       01 ws-key-path                  PIC X(256)
           VALUE '/etc/asdf/field-key'.
       01 ws-key-status                PIC XX.
       01 ws-key                       PIC X(64).
       01 ws-key-length                PIC 9(4) COMP VALUE 0.
       01 ws-key-state                 PIC X VALUE 'U'.
           88 ws-key-unloaded          VALUE 'U'.
           88 ws-key-present           VALUE 'Y'.
           88 ws-key-absent            VALUE 'N'.
      *A key shorter than this is treated as no key at all.
       01 ws-key-minimum               PIC 9(4) COMP VALUE 16.
       01 ws-inner-pad                 PIC X(64).
       01 ws-outer-pad                 PIC X(64).

       01 ws-vault-path                PIC X(256)
           VALUE '/var/lib/asdf/field-vault'.
       01 ws-vault-status              PIC XX.
       01 ws-lock-path                 PIC X(256)
           VALUE '/var/lib/asdf/field-vault.lock'.
       01 ws-lock-status               PIC XX.
       01 ws-locked                    PIC X.
           88 ws-locked-yes            VALUE 'Y'.
           88 ws-locked-no             VALUE 'N'.

      *How long to keep retrying an OPEN that finds the vault lock
      *held by another process, in seconds; the same ASDF_LOCK_RETRY
      *override asdf-post-recurring uses.
       01 ws-lock-retry-text           PIC X(8) VALUE SPACES.
       01 ws-lock-budget               PIC 9(5) VALUE 10.
       01 ws-lock-waited               PIC 9(5) COMP VALUE 0.
       01 ws-lock-delay                PIC 9(5) COMP VALUE 1.

      *Working files for one call, all named from one id, in a
      *directory made private once per run.
       01 ws-work-dir                  PIC X(256)
           VALUE '/var/lib/asdf/field-work'.
       01 ws-work-state                PIC X VALUE 'N'.
           88 ws-work-ready            VALUE 'Y'.
       01 ws-temp-id                   PIC X(16).
       01 ws-temp-id-text              PIC X(32).
       01 ws-temp-path                 PIC X(256).
       01 ws-temp-status               PIC XX.
       01 ws-in-path                   PIC X(256).
       01 ws-out-path                  PIC X(256).
       01 ws-ipad-path                 PIC X(256).
       01 ws-opad-path                 PIC X(256).
       01 ws-mac-path                  PIC X(256).

       01 ws-shell-command             PIC X(1024).
       01 ws-child-rc                  PIC S9(5) COMP.

       01 ws-marker                    PIC X VALUE X'1F'.
       01 ws-token                     PIC X(20).
       01 ws-ciphertext                PIC X(400).
       01 ws-output                    PIC X(400).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-openssl-ok                PIC X.
           88 ws-openssl-ok-yes        VALUE 'Y'.
           88 ws-openssl-ok-no         VALUE 'N'.

       LINKAGE SECTION.
       01 ls-mode                      PIC X.
           88 ls-mode-protect          VALUE 'P'.
           88 ls-mode-lookup           VALUE 'L'.
           88 ls-mode-reveal           VALUE 'R'.
           88 ls-mode-erase            VALUE 'E'.
       01 ls-value                     PIC X(254).
       01 ls-result                    PIC X(254).

       PROCEDURE DIVISION USING ls-mode ls-value ls-result.
       para-main.
           IF ws-key-unloaded THEN
               PERFORM para-load-key THRU para-load-key-exit
           END-IF

           MOVE ls-value TO ls-result
           IF ws-key-absent OR ls-value IS EQUAL TO SPACES THEN
               GO TO para-exit
           END-IF

           IF ls-mode-protect OR ls-mode-lookup THEN
               IF ls-value(1:1) IS EQUAL TO ws-marker THEN
                   GO TO para-exit
               END-IF
           ELSE
               IF ls-value(1:1) IS NOT EQUAL TO ws-marker THEN
                   GO TO para-exit
               END-IF
           END-IF

           IF NOT ws-work-ready THEN
               PERFORM para-make-work-dir
           END-IF
           CALL 'asdf-generate-uuid' USING ws-temp-id
           CALL 'asdf-format-uuid' USING ws-temp-id ws-temp-id-text
           MOVE SPACES TO ws-in-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.in'
               DELIMITED BY SIZE INTO ws-in-path
           MOVE SPACES TO ws-out-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.out'
               DELIMITED BY SIZE INTO ws-out-path
           MOVE SPACES TO ws-ipad-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.ipad'
               DELIMITED BY SIZE INTO ws-ipad-path
           MOVE SPACES TO ws-opad-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.opad'
               DELIMITED BY SIZE INTO ws-opad-path
           MOVE SPACES TO ws-mac-path
           STRING FUNCTION TRIM(ws-work-dir) '/'
               FUNCTION TRIM(ws-temp-id-text) '.mac'
               DELIMITED BY SIZE INTO ws-mac-path

           EVALUATE TRUE
               WHEN ls-mode-protect
               WHEN ls-mode-lookup
                   PERFORM para-protect THRU para-protect-exit
               WHEN ls-mode-reveal
                   PERFORM para-reveal THRU para-reveal-exit
               WHEN ls-mode-erase
                   PERFORM para-erase THRU para-erase-exit
           END-EVALUATE

           CALL 'CBL_DELETE_FILE' USING ws-in-path
           CALL 'CBL_DELETE_FILE' USING ws-out-path
           CALL 'CBL_DELETE_FILE' USING ws-ipad-path
           CALL 'CBL_DELETE_FILE' USING ws-opad-path
           CALL 'CBL_DELETE_FILE' USING ws-mac-path
           MOVE 0 TO RETURN-CODE
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load-key.
           SET ws-key-absent TO TRUE
           MOVE SPACES TO ws-key
           OPEN INPUT fd-key
           IF ws-key-status IS NOT EQUAL TO '00' THEN
               IF ws-key-status IS EQUAL TO '05' THEN
                   CLOSE fd-key
               END-IF
               GO TO para-load-key-exit
           END-IF
           READ fd-key
               NOT AT END
                   MOVE fk-key-line TO ws-key
           END-READ
           CLOSE fd-key

           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-key TRAILING))
               TO ws-key-length
           IF ws-key IS EQUAL TO SPACES
                   OR ws-key-length IS LESS THAN ws-key-minimum THEN
               GO TO para-load-key-exit
           END-IF
           CALL 'asdf-hmac-pads' USING ws-key ws-inner-pad
               ws-outer-pad
           SET ws-key-present TO TRUE
           .

       para-load-key-exit.
           EXIT PARAGRAPH
           .

      *chmod as well as mkdir -m, so a directory left behind with
      *looser permissions is closed up again.
       para-make-work-dir.
           MOVE SPACES TO ws-shell-command
           STRING 'umask 077 && mkdir -p -m 700 '
               FUNCTION TRIM(ws-work-dir) ' && chmod 700 '
               FUNCTION TRIM(ws-work-dir)
               DELIMITED BY SIZE INTO ws-shell-command
           CALL 'SYSTEM' USING ws-shell-command
           SET ws-work-ready TO TRUE
           .

      *The vault is only read for a protect, so a value already on
      *file - the same address saved twice, a shared bank
      *reference - is enciphered and filed once. The lock is held
      *from the look-up to the append.
       para-protect.
           PERFORM para-make-token
           IF ws-openssl-ok-no THEN
               IF ls-mode-protect THEN
                   DISPLAY 'asdf-protect-field: openssl failed, '
                       'value left unprotected' UPON SYSERR
               END-IF
               GO TO para-protect-exit
           END-IF
           MOVE SPACES TO ls-result
           MOVE ws-marker TO ls-result(1:1)
           MOVE ws-token TO ls-result(2:20)
           IF ls-mode-lookup THEN
               GO TO para-protect-exit
           END-IF

           PERFORM para-lock-vault
           IF ws-locked-no THEN
               MOVE ls-value TO ls-result
               DISPLAY 'asdf-protect-field: field vault is locked, '
                   'value left unprotected' UPON SYSERR
               GO TO para-protect-exit
           END-IF
           PERFORM para-find-token THRU para-find-token-exit
           IF ws-found-yes THEN
               CLOSE fd-vault-lock
               GO TO para-protect-exit
           END-IF

           MOVE ws-in-path TO ws-temp-path
           MOVE ls-value TO ft-line
           PERFORM para-write-temp
           MOVE SPACES TO ws-shell-command
           STRING 'umask 077; openssl enc -aes-256-cbc -pbkdf2'
               ' -salt -a -A -pass file:' FUNCTION TRIM(ws-key-path)
               ' < ' FUNCTION TRIM(ws-in-path)
               ' > ' FUNCTION TRIM(ws-out-path)
               DELIMITED BY SIZE INTO ws-shell-command
           PERFORM para-run-openssl THRU para-run-openssl-exit
           IF ws-openssl-ok-no THEN
               CLOSE fd-vault-lock
               MOVE ls-value TO ls-result
               DISPLAY 'asdf-protect-field: openssl failed, '
                   'value left unprotected' UPON SYSERR
               GO TO para-protect-exit
           END-IF

           MOVE ws-token TO fv-token
           MOVE ws-output TO fv-ciphertext
           OPEN EXTEND fd-vault
           WRITE fv-vault-entry
           CLOSE fd-vault
           CLOSE fd-vault-lock
           .

       para-protect-exit.
           EXIT PARAGRAPH
           .

      *HMAC-SHA256 as two digests over files (asdf-hmac-pads): the
      *inner pad followed by the value, then the outer pad followed
      *by that inner digest. The trailing newline LINE SEQUENTIAL
      *leaves on the value is part of what is keyed; it is the same
      *on every call, so the same value always gives the same token.
       para-make-token.
           MOVE ws-ipad-path TO ws-temp-path
           MOVE ws-inner-pad TO fp-pad
           PERFORM para-write-pad
           MOVE ws-opad-path TO ws-temp-path
           MOVE ws-outer-pad TO fp-pad
           PERFORM para-write-pad
           MOVE ws-in-path TO ws-temp-path
           MOVE ls-value TO ft-line
           PERFORM para-write-temp

           MOVE SPACES TO ws-shell-command
           STRING 'umask 077; cat ' FUNCTION TRIM(ws-ipad-path)
               ' ' FUNCTION TRIM(ws-in-path)
               ' | openssl dgst -sha256 -binary > '
               FUNCTION TRIM(ws-mac-path)
               ' && cat ' FUNCTION TRIM(ws-opad-path)
               ' ' FUNCTION TRIM(ws-mac-path)
               ' | openssl dgst -sha256 -binary'
               ' | openssl base64 -A | cut -c1-20 > '
               FUNCTION TRIM(ws-out-path)
               DELIMITED BY SIZE INTO ws-shell-command
           PERFORM para-run-openssl THRU para-run-openssl-exit
           MOVE ws-output(1:20) TO ws-token
           IF ws-openssl-ok-yes
                   AND ws-output(20:1) IS EQUAL TO SPACE THEN
               SET ws-openssl-ok-no TO TRUE
           END-IF
           .

      *A token the vault no longer holds - erased with its account -
      *reveals as spaces, as does one openssl cannot decipher. An
      *erase blanks its entry in place, so reading needs no lock.
       para-reveal.
           MOVE SPACES TO ls-result
           MOVE ls-value(2:20) TO ws-token
           PERFORM para-find-token THRU para-find-token-exit
           IF ws-found-no THEN
               GO TO para-reveal-exit
           END-IF

           MOVE ws-in-path TO ws-temp-path
           MOVE ws-ciphertext TO ft-line
           PERFORM para-write-temp

           MOVE SPACES TO ws-shell-command
           STRING 'umask 077; openssl enc -d -aes-256-cbc -pbkdf2'
               ' -a -A -pass file:' FUNCTION TRIM(ws-key-path)
               ' < ' FUNCTION TRIM(ws-in-path)
               ' > ' FUNCTION TRIM(ws-out-path)
               DELIMITED BY SIZE INTO ws-shell-command
           PERFORM para-run-openssl THRU para-run-openssl-exit
           IF ws-openssl-ok-yes THEN
               MOVE ws-output TO ls-result
           END-IF
           .

       para-reveal-exit.
           EXIT PARAGRAPH
           .

      *Every entry filed under the token is blanked where it stands,
      *token and ciphertext alike.
       para-erase.
           MOVE ls-value(2:20) TO ws-token
           PERFORM para-lock-vault
           IF ws-locked-no THEN
               MOVE SPACES TO ls-result
               DISPLAY 'asdf-protect-field: field vault is locked, '
                   'nothing erased' UPON SYSERR
               GO TO para-erase-exit
           END-IF
           OPEN I-O fd-vault
           IF ws-vault-status IS NOT EQUAL TO '00' THEN
               IF ws-vault-status IS EQUAL TO '05' THEN
                   CLOSE fd-vault
               END-IF
               CLOSE fd-vault-lock
               GO TO para-erase-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-erase-one UNTIL ws-eof-yes
           CLOSE fd-vault
           CLOSE fd-vault-lock
           .

       para-erase-exit.
           EXIT PARAGRAPH
           .

       para-erase-one.
           READ fd-vault
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fv-token IS EQUAL TO ws-token THEN
                       MOVE SPACES TO fv-token
                       MOVE SPACES TO fv-ciphertext
                       REWRITE fv-vault-entry
                   END-IF
           END-READ
           .

       para-find-token.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-vault
           IF ws-vault-status IS NOT EQUAL TO '00' THEN
               IF ws-vault-status IS EQUAL TO '05' THEN
                   CLOSE fd-vault
               END-IF
               GO TO para-find-token-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-vault
           .

       para-find-token-exit.
           EXIT PARAGRAPH
           .

       para-find-one.
           READ fd-vault
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF fv-token IS EQUAL TO ws-token THEN
                       MOVE fv-ciphertext TO ws-ciphertext
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *A lock held by another protect or erase is ordinarily gone
      *within a second, so wait it out with a doubling backoff, as
      *asdf-post-recurring does for a ledger; ws-locked-no when the
      *budget runs out, and the caller goes on without the vault.
       para-lock-vault.
           ACCEPT ws-lock-retry-text FROM ENVIRONMENT
               'ASDF_LOCK_RETRY'
           IF ws-lock-retry-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-lock-retry-text)
                       IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-lock-retry-text)
                   TO ws-lock-budget
           END-IF
           MOVE 0 TO ws-lock-waited
           MOVE 1 TO ws-lock-delay
           SET ws-locked-no TO TRUE
           PERFORM para-lock-vault-try WITH TEST AFTER
               UNTIL ws-locked-yes
                   OR ws-lock-waited IS GREATER THAN OR EQUAL TO
                       ws-lock-budget
           .

       para-lock-vault-try.
           OPEN I-O fd-vault-lock
           IF ws-lock-status IS EQUAL TO '91' OR '61' THEN
               CALL 'C$SLEEP' USING ws-lock-delay
               ADD ws-lock-delay TO ws-lock-waited
               IF ws-lock-delay IS LESS THAN 4 THEN
                   ADD ws-lock-delay TO ws-lock-delay
               END-IF
           ELSE
               IF ws-lock-status IS EQUAL TO '00' OR '05' THEN
                   SET ws-locked-yes TO TRUE
               ELSE
                   MOVE ws-lock-budget TO ws-lock-waited
               END-IF
           END-IF
           .

       para-write-temp.
           OPEN OUTPUT fd-temp
           WRITE ft-line
           CLOSE fd-temp
           .

       para-write-pad.
           OPEN OUTPUT fd-pad
           WRITE fp-pad
           CLOSE fd-pad
           .

      *Runs ws-shell-command and takes the first line it left in the
      *output file into ws-output. RETURN-CODE after CALL 'SYSTEM' is
      *the raw wait() status word, recovered as in asdf-send-mail.
       para-run-openssl.
           SET ws-openssl-ok-no TO TRUE
           MOVE SPACES TO ws-output
           CALL 'SYSTEM' USING ws-shell-command
           COMPUTE ws-child-rc = RETURN-CODE / 256
           IF ws-child-rc IS NOT EQUAL TO 0 THEN
               GO TO para-run-openssl-exit
           END-IF

           MOVE ws-out-path TO ws-temp-path
           OPEN INPUT fd-temp
           IF ws-temp-status IS NOT EQUAL TO '00' THEN
               IF ws-temp-status IS EQUAL TO '05' THEN
                   CLOSE fd-temp
               END-IF
               GO TO para-run-openssl-exit
           END-IF
           READ fd-temp
               NOT AT END
                   MOVE ft-line TO ws-output
                   SET ws-openssl-ok-yes TO TRUE
           END-READ
           CLOSE fd-temp
           .

       para-run-openssl-exit.
           EXIT PARAGRAPH
           .
