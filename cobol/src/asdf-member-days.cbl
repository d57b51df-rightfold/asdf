      *Counts the days within a date range (YYYYMMDD, both ends
      *inclusive) on which an account was an active member of a
      *group, for asdf-post-recurring's occupancy proration. Every
      *member record the account has in the group's registry is one
      *stretch of membership - a rejoin appends a fresh record - that
      *runs from its joined date: an active record's stretch is still
      *open, an inactive one's ends the day before the earliest
      *MEMBER-REMOVED change-event for the account logged on or after
      *it started. An inactive record with no such event (removed
      *before the journal existed) is counted as no days at all.
      *ls-found comes back 'N' when the account has no member record
      *in the group at all - the pot or a payee - and ls-days is then
      *the whole range, so such a party is never prorated.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-member-days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       SELECT OPTIONAL fd-events
           ASSIGN DYNAMIC ws-events-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-events-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       FD fd-events.
       COPY 'asdf-change-event.cpy' REPLACING ==:X:== BY ==ce==.

       WORKING-STORAGE SECTION.
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-events-path               PIC X(256)
           VALUE '/var/lib/asdf/change-events'.
       01 ws-events-status             PIC XX.
       01 ws-group-text                PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

      *One row per member record of the account: where the stretch
      *starts (flat timestamp and date) and, for an inactive record,
      *the removal timestamp found for it (zero until one is).
       01 ws-stretch-table.
           02 ws-stretch OCCURS 50 TIMES INDEXED BY ix-stretch.
               03 ws-stretch-joined    PIC 9(14).
               03 ws-stretch-joined-date
                                       PIC 9(8).
               03 ws-stretch-active    PIC X.
               03 ws-stretch-removed   PIC 9(14).
       01 ws-stretch-count             PIC 9(4) COMP VALUE 0.
       01 ws-inactive-count            PIC 9(4) COMP VALUE 0.

       01 ws-from-day                  PIC S9(9) COMP.
       01 ws-to-day                    PIC S9(9) COMP.
       01 ws-start-day                 PIC S9(9) COMP.
       01 ws-end-day                   PIC S9(9) COMP.
       01 ws-total                     PIC S9(9) COMP.
       01 ws-removed-date              PIC 9(8).

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-account-id                PIC X(16).
       01 ls-from-date                 PIC 9(8).
       01 ls-to-date                   PIC 9(8).
       01 ls-days                      PIC 9(5).
       01 ls-found                     PIC X.
           88 ls-found-yes             VALUE 'Y'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-account-id ls-from-date
           ls-to-date ls-days ls-found.
       para-main.
           SET ls-found-no TO TRUE
           MOVE 0 TO ls-days
           MOVE 0 TO ws-stretch-count ws-inactive-count
           IF ls-to-date IS LESS THAN ls-from-date THEN
               GO TO para-exit
           END-IF
           COMPUTE ws-from-day = FUNCTION INTEGER-OF-DATE(ls-from-date)
           COMPUTE ws-to-day = FUNCTION INTEGER-OF-DATE(ls-to-date)
           COMPUTE ls-days = ws-to-day - ws-from-day + 1

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-group-text '/members'
               INTO ws-members-path

           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-stretch UNTIL ws-eof-yes
           CLOSE fd-members

           IF ws-stretch-count IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF
           SET ls-found-yes TO TRUE

           IF ws-inactive-count IS GREATER THAN 0 THEN
               PERFORM para-find-removals THRU para-find-removals-exit
           END-IF

           MOVE 0 TO ws-total
           PERFORM para-add-stretch VARYING ix-stretch FROM 1 BY 1
               UNTIL ix-stretch > ws-stretch-count
           IF ws-total IS GREATER THAN ls-days THEN
               MOVE ls-days TO ws-total
           END-IF
           MOVE ws-total TO ls-days
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load-stretch.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-account-id IS EQUAL TO ls-account-id
                           AND ws-stretch-count IS LESS THAN 50 THEN
                       ADD 1 TO ws-stretch-count
                       SET ix-stretch TO ws-stretch-count
                       MOVE mb-joined-timestamp
                           TO ws-stretch-joined(ix-stretch)
                       MOVE mb-joined-timestamp(1:8)
                           TO ws-stretch-joined-date(ix-stretch)
                       MOVE 0 TO ws-stretch-removed(ix-stretch)
                       MOVE mb-status TO ws-stretch-active(ix-stretch)
                       IF mb-status-inactive THEN
                           ADD 1 TO ws-inactive-count
                       END-IF
                   END-IF
           END-READ
           .

       para-find-removals.
           OPEN INPUT fd-events
           IF ws-events-status IS NOT EQUAL TO '00' THEN
               IF ws-events-status IS EQUAL TO '05' THEN
                   CLOSE fd-events
               END-IF
               GO TO para-find-removals-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-removal-one UNTIL ws-eof-yes
           CLOSE fd-events
           .

       para-find-removals-exit.
           EXIT PARAGRAPH
           .

       para-find-removal-one.
           READ fd-events
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ce-type IS EQUAL TO 'MEMBER-REMOVED'
                           AND ce-group-id IS EQUAL TO ls-group
                           AND ce-subject-id IS EQUAL TO
                               ls-account-id THEN
                       PERFORM para-match-removal
                           VARYING ix-stretch FROM 1 BY 1
                           UNTIL ix-stretch > ws-stretch-count
                   END-IF
           END-READ
           .

      *The earliest removal at or after the stretch's start closes
      *it; a later one belongs to a later stretch.
       para-match-removal.
           IF ws-stretch-active(ix-stretch) IS EQUAL TO 'I'
                   AND ce-timestamp IS NOT LESS THAN
                       ws-stretch-joined(ix-stretch) THEN
               IF ws-stretch-removed(ix-stretch) IS EQUAL TO 0
                       OR ce-timestamp IS LESS THAN
                           ws-stretch-removed(ix-stretch) THEN
                   MOVE ce-timestamp TO ws-stretch-removed(ix-stretch)
               END-IF
           END-IF
           .

      *Clips one stretch to the requested range. The joined day
      *counts as a day of membership; the removal day does not.
       para-add-stretch.
           IF ws-stretch-active(ix-stretch) IS EQUAL TO 'I'
                   AND ws-stretch-removed(ix-stretch) IS EQUAL TO 0
                   THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-start-day = FUNCTION INTEGER-OF-DATE(
               ws-stretch-joined-date(ix-stretch))
           IF ws-start-day IS LESS THAN ws-from-day THEN
               MOVE ws-from-day TO ws-start-day
           END-IF
           MOVE ws-to-day TO ws-end-day
           IF ws-stretch-active(ix-stretch) IS EQUAL TO 'I' THEN
               MOVE ws-stretch-removed(ix-stretch)(1:8)
                   TO ws-removed-date
               COMPUTE ws-end-day =
                   FUNCTION INTEGER-OF-DATE(ws-removed-date) - 1
               IF ws-end-day IS GREATER THAN ws-to-day THEN
                   MOVE ws-to-day TO ws-end-day
               END-IF
           END-IF
           IF ws-end-day IS NOT LESS THAN ws-start-day THEN
               COMPUTE ws-total = ws-total + ws-end-day
                   - ws-start-day + 1
           END-IF
           .
