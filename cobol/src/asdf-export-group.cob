      *asdf-import-group on the other side remaps a colliding group
      *id, rebuilds the indexes, and refuses cleanly when a
      *referenced account already exists with different details.
      *The two installations protect email addresses and bank
      *details under different keys (asdf-protect-field), so the
      *account images travel with those two fields revealed and the
      *importing side protects them again under its own key.
      *
      *Arguments: operator account UUID, operator session token,
      *group UUID, output archive path. The run is logged through
           VALUE 'asdf-export-group'.
       01 ws-audit-detail              PIC X(200).

      *Scratch for revealing the protected account fields.
       01 ws-reveal-mode               PIC X VALUE 'R'.
       01 ws-protected-value           PIC X(254).
       01 ws-plain-value               PIC X(254).

      *Set by asdf-check-layout; 'N' stops the run before any data
      *file is opened.
       01 ws-layout-current            PIC X.

      *This release's record layout versions, carried in the
      *archive's LAYOUT records for the importer to compare.
       COPY 'asdf-layout-current.cpy' REPLACING ==:X:== BY ==lc==.

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
           MOVE gi-name TO ar-image
           PERFORM para-write-record

           PERFORM para-write-layout
               VARYING lc-layout-ix FROM 1 BY 1
               UNTIL lc-layout-ix > lc-layout-count

           MOVE 'INFO' TO ar-kind
           MOVE ws-group TO ar-key
           MOVE SPACES TO ar-image
           EXIT PARAGRAPH
           .

       para-write-layout.
           MOVE 'LAYOUT' TO ar-kind
           MOVE ws-group TO ar-key
           MOVE SPACES TO ar-image
           MOVE lc-layout(lc-layout-ix) TO ar-image
           PERFORM para-write-record
           .

       para-export-members.
           MOVE SPACES TO ws-source-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
           END-IF
           READ fd-account
           CLOSE fd-account
           MOVE fa-email TO ws-protected-value
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-protected-value ws-plain-value
           MOVE ws-plain-value TO fa-email
           MOVE fa-bank-details TO ws-protected-value
           CALL 'asdf-protect-field' USING ws-reveal-mode
               ws-protected-value ws-plain-value
           MOVE ws-plain-value TO fa-bank-details

           MOVE 'ACCOUNT' TO ar-kind
           MOVE ws-account-id(ws-a) TO ar-key
