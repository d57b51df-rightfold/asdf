      *files (asdf-rebuild-group) and the global transaction
      *locator - so moving a group between the office and the club
      *instance is one export and one import, not an evening of
      *hand-copied files. Account images arrive with the email
      *address and bank details revealed and are protected under
      *this installation's key (asdf-protect-field) before they are
      *compared or written.
      *
      *Arguments: operator account UUID, operator session token,
      *archive path. The trailer's record count is verified before
      *anything is written; a truncated archive is refused, and so
      *is one whose LAYOUT records do not show every class at this
      *release's record layout version (an archive from an older or
      *newer release, or one from before archives carried them),
      *since its images would be read as the wrong shape. Prints
      *the group's id on this installation (remapped or not).

       IDENTIFICATION DIVISION.
       01 ws-shell-command             PIC X(600).
       01 ws-child-rc                  PIC S9(5) COMP.

      *Scratch for protecting the archived account fields.
       01 ws-protect-mode              PIC X VALUE 'P'.
       01 ws-plain-value               PIC X(254).
       01 ws-protected-value           PIC X(254).

      *Set by asdf-check-layout; 'N' stops the run before any data
      *file is opened.
       01 ws-layout-current            PIC X.

      *This release's record layout versions, against which the
      *archive's LAYOUT records are checked; every class must be
      *matched for the images to be taken as this release's shapes.
       COPY 'asdf-layout-current.cpy' REPLACING ==:X:== BY ==lc==.
       01 ws-archive-layout.
           02 ws-archive-class         PIC X(20).
           02 ws-archive-version       PIC 9(4).
       01 ws-layout-matched            PIC 9(4) COMP VALUE 0.
       01 ws-layout-wrong              PIC X VALUE 'N'.
           88 ws-layout-wrong-yes      VALUE 'Y'.
           88 ws-layout-wrong-no       VALUE 'N'.

       PROCEDURE DIVISION.
       para-main.
           CALL 'asdf-check-layout' USING ws-layout-current
           IF ws-layout-current IS NOT EQUAL TO 'Y' THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text
               ws-operator-account
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           IF ws-layout-wrong-yes
                   OR ws-layout-matched IS NOT EQUAL TO lc-layout-count
                   THEN
               DISPLAY 'Archive was written on other record layouts'
                   ' than this release - export it again from a'
                   ' release on the same layouts'
                   WITH NO ADVANCING
               GO TO para-invalid
           END-IF
           .

       para-validate-pass-exit.
                       WHEN 'TRAILER'
                           SET ws-have-trailer-yes TO TRUE
                           MOVE ar-image(1:8) TO ws-trailer-count
                       WHEN 'LAYOUT'
                           PERFORM para-validate-layout
                       WHEN 'ACCOUNT'
                           PERFORM para-validate-account
                       WHEN OTHER
           END-READ
           .

      *A class this release does not know (exported by a newer one
      *that added it) is passed over; one it knows must be on the
      *same version.
       para-validate-layout.
           MOVE ar-image(1:LENGTH OF ws-archive-layout)
               TO ws-archive-layout
           SET lc-layout-ix TO 1
           SEARCH lc-layout
               AT END
                   CONTINUE
               WHEN lc-layout-class(lc-layout-ix)
                       IS EQUAL TO ws-archive-class
                   IF ws-archive-version IS EQUAL TO
                           lc-layout-version(lc-layout-ix) THEN
                       ADD 1 TO ws-layout-matched
                   ELSE
                       SET ws-layout-wrong-yes TO TRUE
                   END-IF
           END-SEARCH
           .

      *An account already on this installation must match the
      *archived record byte for byte; anything else means two
      *different people (or two divergent copies of one) share an
      *id, and the import refuses rather than guessing.
       para-validate-account.
           MOVE ar-image(1:LENGTH OF im-account) TO im-account
           MOVE im-email TO ws-plain-value
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-plain-value ws-protected-value
           MOVE ws-protected-value TO im-email
           MOVE im-bank-details TO ws-plain-value
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-plain-value ws-protected-value
           MOVE ws-protected-value TO im-bank-details
           CALL 'asdf-format-uuid' USING ar-key ws-uuid-text
           MOVE SPACES TO ws-account-path
           STRING '/var/lib/asdf/account/' ws-uuid-text '/info'
           CALL 'CBL_CREATE_DIR' USING ws-target-path

           MOVE ar-image(1:LENGTH OF fa-account) TO fa-account
           MOVE fa-email TO ws-plain-value
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-plain-value ws-protected-value
           MOVE ws-protected-value TO fa-email
           MOVE fa-bank-details TO ws-plain-value
           CALL 'asdf-protect-field' USING ws-protect-mode
               ws-plain-value ws-protected-value
           MOVE ws-protected-value TO fa-bank-details
           OPEN OUTPUT fd-account
           WRITE fa-account
           CLOSE fd-account
