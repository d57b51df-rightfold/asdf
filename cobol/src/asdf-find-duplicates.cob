      *pair's ids and comments side by side so the admin can review
      *and reverse one of them. Entries sharing a non-blank
      *fs-split-of id are exempt, since the legs of one split
      *legitimately repeat amounts. Arguments: group UUID and,
      *optionally, the reviewing admin's account UUID. A private
      *entry (asdf-entry-visibility) shows only that it is private,
      *with no comment or amount, unless the reviewer may see it in
      *full - a group admin looking at one under dispute; with no
      *reviewer named, every private entry is shown that way. Exits
      *non-zero when any suspicious pair was found, so the nightly
      *window can surface it.

       01 ws-ledger                    PIC X(256).
       01 ws-ledger-status             PIC XX.
       01 ws-uuid-text                 PIC X(32).
       01 ws-viewer                    PIC X(16) VALUE LOW-VALUES.
       01 ws-viewer-text               PIC X(32) VALUE SPACES.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
               03 ws-entry-date        PIC 9(8).
               03 ws-entry-comment     PIC X(200).
               03 ws-entry-split-of    PIC X(16).
      *The reviewer's view of the entry (asdf-entry-visibility): F,
      *P, A or M.
               03 ws-entry-view        PIC X.
                   88 ws-entry-view-masked
                                       VALUE 'A' 'M'.

       01 ws-reversed-count            PIC 9(4) COMP VALUE 0.
       01 ws-reversed-ids.
       01 ws-format-in                 PIC S9(11) COMP.
       01 ws-amount-text               PIC X(20).

      *Set by asdf-check-layout; 'N' stops the run before any data
      *file is opened.
       01 ws-layout-current            PIC X.

       PROCEDURE DIVISION.
       para-main.
           CALL 'asdf-check-layout' USING ws-layout-current
           IF ws-layout-current IS NOT EQUAL TO 'Y' THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           ACCEPT ws-viewer-text FROM ARGUMENT-VALUE
           IF ws-viewer-text IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-parse-uuid' USING ws-viewer-text ws-viewer
           END-IF

           PERFORM para-load THRU para-load-exit
           PERFORM para-compare-all
               fs-year OF fs-timestamp * 10000
               + fs-month OF fs-timestamp * 100
               + fs-day OF fs-timestamp
           MOVE fs-split-of TO ws-entry-split-of(ws-entry-count)
           CALL 'asdf-entry-visibility' USING ws-group ws-viewer
               fs-transaction ws-entry-view(ws-entry-count)
           IF ws-entry-view-masked(ws-entry-count) THEN
               MOVE 'private entry'
                   TO ws-entry-comment(ws-entry-count)
           ELSE
               MOVE fs-comment TO ws-entry-comment(ws-entry-count)
           END-IF
           .

       para-compare-all.
           MOVE ws-entry-amount(ws-i) TO ws-format-in
           CALL 'asdf-format-amount' USING ws-format-in
               ws-entry-currency(ws-i) ws-amount-text
           IF ws-entry-view-masked(ws-i)
                   OR ws-entry-view-masked(ws-j + 1) THEN
               MOVE SPACES TO ws-amount-text
           END-IF

           CALL 'asdf-format-uuid' USING ws-entry-id(ws-i)
               ws-uuid-text
