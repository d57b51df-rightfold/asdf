      *Decides how much of a ledger entry a viewer may see, given the
      *group's private flags (asdf-private-entry.cpy). Arguments:
      *group, viewing account (LOW-VALUES or spaces for an unnamed
      *reader such as an extract), the entry, and a one-byte answer:
      *  'F' - not private: show everything;
      *  'P' - private, shown in full: the viewer is a party to it,
      *        or a group admin and the entry is under dispute;
      *  'A' - private, a group admin looking: show the flag and the
      *        parties, but no comment or amount;
      *  'M' - private, anyone else: show only a "private
      *        adjustment" line with no parties, comment or amount.
      *A reversal or write-off takes the answer of the entry it
      *names. The group's flags, the viewer's admin standing and the
      *disputes on flagged entries are read once per group and
      *viewer and kept, so a listing can ask for every record.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-entry-visibility.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-private
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       SELECT OPTIONAL fd-disputes
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-private.
       COPY 'asdf-private-entry.cpy' REPLACING ==:X:== BY ==pe==.

       FD fd-disputes.
       COPY 'asdf-dispute.cpy' REPLACING ==:X:== BY ==ds==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-group-dir                 PIC X(256).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-loaded-group              PIC X(16) VALUE LOW-VALUES.
       01 ws-loaded-viewer             PIC X(16) VALUE LOW-VALUES.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
       01 ws-viewer-admin              PIC X.
           88 ws-viewer-admin-yes      VALUE 'Y'.
           88 ws-viewer-admin-no       VALUE 'N'.

       01 ws-key                       PIC X(16).
       01 ws-private-count             PIC 9(4) COMP VALUE 0.
       01 ws-private-table.
           02 ws-private OCCURS 5000 TIMES
                   INDEXED BY ix-private.
               03 ws-private-id        PIC X(16).
               03 ws-private-flag      PIC X.
               03 ws-private-disputed  PIC X.
       01 ws-hit                       PIC X.
           88 ws-hit-yes               VALUE 'Y'.
           88 ws-hit-no                VALUE 'N'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-viewer                    PIC X(16).
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ls==.
       01 ls-view                      PIC X.
           88 ls-view-full             VALUE 'F'.
           88 ls-view-private-full     VALUE 'P'.
           88 ls-view-admin            VALUE 'A'.
           88 ls-view-masked           VALUE 'M'.

       PROCEDURE DIVISION USING ls-group ls-viewer ls-transaction
           ls-view.
       para-main.
           SET ls-view-full TO TRUE
           IF NOT ws-loaded-yes
                   OR ls-group IS NOT EQUAL TO ws-loaded-group
                   OR ls-viewer IS NOT EQUAL TO ws-loaded-viewer THEN
               PERFORM para-load THRU para-load-exit
               MOVE ls-group TO ws-loaded-group
               MOVE ls-viewer TO ws-loaded-viewer
               SET ws-loaded-yes TO TRUE
           END-IF
           IF ws-private-count IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           MOVE ls-id TO ws-key
           IF ls-reversal OR ls-write-off THEN
               MOVE ls-reversal-of TO ws-key
           END-IF
           PERFORM para-find-key
           IF ws-hit-no THEN
               GO TO para-exit
           END-IF
           IF ws-private-flag(ix-private) IS NOT EQUAL TO 'Y' THEN
               GO TO para-exit
           END-IF

           IF ls-viewer IS EQUAL TO ls-debitor
                   OR ls-viewer IS EQUAL TO ls-creditor THEN
               SET ls-view-private-full TO TRUE
               GO TO para-exit
           END-IF
           IF ws-viewer-admin-yes THEN
               IF ws-private-disputed(ix-private) IS EQUAL TO 'Y' THEN
                   SET ls-view-private-full TO TRUE
               ELSE
                   SET ls-view-admin TO TRUE
               END-IF
               GO TO para-exit
           END-IF
           SET ls-view-masked TO TRUE
           .

       para-exit.
           EXIT PROGRAM
           .

       para-find-key.
           SET ws-hit-no TO TRUE
           IF ws-private-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-private TO 1
           SEARCH ws-private
               AT END
                   CONTINUE
               WHEN ix-private > ws-private-count
                   CONTINUE
               WHEN ws-private-id(ix-private) IS EQUAL TO ws-key
                   SET ws-hit-yes TO TRUE
           END-SEARCH
           .

      *An archived group's files have moved under
      */var/lib/asdf/archive/group/<id>; fall back to that location
      *the way the listings do.
       para-load.
           MOVE 0 TO ws-private-count
           SET ws-viewer-admin-no TO TRUE
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-group-dir
           STRING '/var/lib/asdf/group/' ws-group-text
               DELIMITED BY SIZE INTO ws-group-dir
           MOVE SPACES TO ws-path
           STRING FUNCTION TRIM(ws-group-dir) '/private-entries'
               DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-private
           IF ws-status IS EQUAL TO '35' THEN
               MOVE SPACES TO ws-group-dir
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   DELIMITED BY SIZE INTO ws-group-dir
               MOVE SPACES TO ws-path
               STRING FUNCTION TRIM(ws-group-dir) '/private-entries'
                   DELIMITED BY SIZE INTO ws-path
               OPEN INPUT fd-private
           END-IF
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-private
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-private-one UNTIL ws-eof-yes
           CLOSE fd-private
           IF ws-private-count IS EQUAL TO 0 THEN
               GO TO para-load-exit
           END-IF

           IF ls-viewer IS NOT EQUAL TO LOW-VALUES
                   AND ls-viewer IS NOT EQUAL TO SPACES THEN
               CALL 'asdf-check-admin' USING ls-group ls-viewer
                   ws-viewer-admin
           END-IF

           MOVE SPACES TO ws-path
           STRING FUNCTION TRIM(ws-group-dir) '/disputes'
               DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-disputes
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-disputes
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-dispute-one UNTIL ws-eof-yes
           CLOSE fd-disputes
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

      *The latest record for an entry wins, so a flag set and later
      *cleared updates its slot rather than adding a second one.
       para-load-private-one.
           READ fd-private
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE pe-entry-id TO ws-key
                   PERFORM para-find-key
                   IF ws-hit-yes THEN
                       MOVE pe-flag TO ws-private-flag(ix-private)
                   ELSE
                       IF ws-private-count IS LESS THAN 5000 THEN
                           ADD 1 TO ws-private-count
                           SET ix-private TO ws-private-count
                           MOVE pe-entry-id
                               TO ws-private-id(ix-private)
                           MOVE pe-flag TO ws-private-flag(ix-private)
                           MOVE 'N'
                               TO ws-private-disputed(ix-private)
                       END-IF
                   END-IF
           END-READ
           .

       para-load-dispute-one.
           READ fd-disputes
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE ds-transaction-id TO ws-key
                   PERFORM para-find-key
                   IF ws-hit-yes THEN
                       MOVE 'Y' TO ws-private-disputed(ix-private)
                   END-IF
           END-READ
           .
