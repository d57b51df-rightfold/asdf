      *Per-member activity feed with a read cursor: shows exactly
      *what was recorded in a group since this member's last run -
      *ledger entries, disputes raised, settlement legs recorded or
      *confirmed, membership joins and announcements the group's
      *admins have posted - then advances the cursor
      *(asdf-feed-cursor.cpy), so "what happened since I last
      *looked?" stops meaning re-running asdf-list-ledger with a
      *guessed from-date. Arguments: account UUID, session token
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-announcements
           ASSIGN DYNAMIC ws-announcements-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-announcements-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-cursors.
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-announcements.
       COPY 'asdf-announcement.cpy' REPLACING ==:X:== BY ==an==.

       WORKING-STORAGE SECTION.
       01 ws-cursors-path              PIC X(256).
       01 ws-cursors-status            PIC XX.
       01 ws-settlements-status        PIC XX.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-announcements-path        PIC X(256).
       01 ws-announcements-status      PIC XX.

       01 ws-uuid-text                 PIC X(32).
       01 ws-account                   PIC X(16).
       01 ws-shown-count               PIC 9(5) COMP VALUE 0.
       01 ws-party-text                PIC X(32).
       01 ws-amount-edit               PIC 9(10).
      *How much of an entry this member may see
      *(asdf-entry-visibility); a private two-party entry they are
      *not party to shows as a bare "private adjustment".
       01 ws-view                      PIC X.
           88 ws-view-full             VALUE 'F'.
           88 ws-view-private-full     VALUE 'P'.
           88 ws-view-admin            VALUE 'A'.
           88 ws-view-masked           VALUE 'M'.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-second            PIC 9(2).
       01 ws-now-flat                  PIC 9(14).

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-account
           CALL 'asdf-format-uuid' USING ws-account ws-account-text
           PERFORM para-show-settlements
               THRU para-show-settlements-exit
           PERFORM para-show-joins THRU para-show-joins-exit
           PERFORM para-show-announcements
               THRU para-show-announcements-exit

           PERFORM para-advance-cursor
               THRU para-advance-cursor-exit
                   IF ws-record-flat IS GREATER THAN ws-cursor THEN
                       CALL 'asdf-format-uuid' USING fs-id
                           ws-uuid-text
                       CALL 'asdf-entry-visibility' USING ws-group
                           ws-account fs-transaction ws-view
                       PERFORM para-show-entry-line
                       ADD 1 TO ws-shown-count
                   END-IF
           END-READ
           .

       para-show-entry-line.
           IF ws-view-admin OR ws-view-masked THEN
               DISPLAY 'ENTRY ' ws-record-flat ' '
                   fs-type ' ' FUNCTION TRIM(ws-uuid-text)
                   ' private adjustment'
               EXIT PARAGRAPH
           END-IF
           MOVE fs-amount TO ws-amount-edit
           IF ws-view-private-full THEN
               DISPLAY 'ENTRY ' ws-record-flat ' '
                   fs-type ' ' FUNCTION TRIM(ws-uuid-text)
                   ' ' ws-amount-edit ' ' fs-currency ' PRIVATE '
                   FUNCTION TRIM(fs-comment)
           ELSE
               DISPLAY 'ENTRY ' ws-record-flat ' '
                   fs-type ' ' FUNCTION TRIM(ws-uuid-text)
                   ' ' ws-amount-edit ' ' fs-currency ' '
                   FUNCTION TRIM(fs-comment)
           END-IF
           .

       para-show-disputes.
           MOVE SPACES TO ws-disputes-path
           STRING '/var/lib/asdf/group/' ws-group-text '/disputes'
           END-READ
           .

       para-show-announcements.
           MOVE SPACES TO ws-announcements-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/announcements' INTO ws-announcements-path
           OPEN INPUT fd-announcements
           IF ws-announcements-status IS NOT EQUAL TO '00' THEN
               IF ws-announcements-status IS EQUAL TO '05' THEN
                   CLOSE fd-announcements
               END-IF
               GO TO para-show-announcements-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-show-announcement-one UNTIL ws-eof-yes
           CLOSE fd-announcements
           .

       para-show-announcements-exit.
           EXIT PARAGRAPH
           .

       para-show-announcement-one.
           READ fd-announcements
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF an-posted-timestamp IS GREATER THAN
                           ws-cursor THEN
                       CALL 'asdf-format-uuid' USING an-id
                           ws-uuid-text
                       DISPLAY 'ANNOUNCE ' an-posted-timestamp ' '
                           FUNCTION TRIM(ws-uuid-text) ' '
                           FUNCTION TRIM(an-subject)
                       ADD 1 TO ws-shown-count
                   END-IF
           END-READ
           .

      *The cursor only advances once everything up to now has been
      *shown; an existing record is rewritten in place and a first
      *run appends one.
