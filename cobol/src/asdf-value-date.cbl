      *Returns a ledger entry's expense (value) date as YYYYMMDD: the
      *backdated day recorded for it in the group's value-dates file
      *(asdf-value-date.cpy), or its posting date when it has none.
      *A reversal or write-off is a correction, which posts in the
      *period it is made in, so it keeps its own posting date like
      *any other entry. The group's value dates are read once per
      *group and kept, so a report can ask for every record it
      *walks.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-value-date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-value-dates
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-value-dates.
       COPY 'asdf-value-date.cpy' REPLACING ==:X:== BY ==vd==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-loaded-group              PIC X(16) VALUE LOW-VALUES.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.

       01 ws-key                       PIC X(16).
       01 ws-dated-count               PIC 9(4) COMP VALUE 0.
       01 ws-dated-table.
           02 ws-dated OCCURS 5000 TIMES
                   INDEXED BY ix-dated.
               03 ws-dated-id          PIC X(16).
               03 ws-dated-date        PIC 9(8).
       01 ws-hit                       PIC X.
           88 ws-hit-yes               VALUE 'Y'.
           88 ws-hit-no                VALUE 'N'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       COPY 'asdf-transaction.cpy' REPLACING ==:X:== BY ==ls==.
       01 ls-value-date                PIC 9(8).

       PROCEDURE DIVISION USING ls-group ls-transaction ls-value-date.
       para-main.
           COMPUTE ls-value-date =
               ls-year OF ls-timestamp * 10000
               + ls-month OF ls-timestamp * 100
               + ls-day OF ls-timestamp
           IF NOT ws-loaded-yes
                   OR ls-group IS NOT EQUAL TO ws-loaded-group THEN
               PERFORM para-load THRU para-load-exit
               MOVE ls-group TO ws-loaded-group
               SET ws-loaded-yes TO TRUE
           END-IF
           IF ws-dated-count IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           MOVE ls-id TO ws-key
           PERFORM para-find-key
           IF ws-hit-yes THEN
               MOVE ws-dated-date(ix-dated) TO ls-value-date
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-find-key.
           SET ws-hit-no TO TRUE
           IF ws-dated-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-dated TO 1
           SEARCH ws-dated
               AT END
                   CONTINUE
               WHEN ix-dated > ws-dated-count
                   CONTINUE
               WHEN ws-dated-id(ix-dated) IS EQUAL TO ws-key
                   SET ws-hit-yes TO TRUE
           END-SEARCH
           .

      *An archived group's files have moved under
      */var/lib/asdf/archive/group/<id>; fall back to that location
      *the way the listings do.
       para-load.
           MOVE 0 TO ws-dated-count
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/value-dates'
               DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-value-dates
           IF ws-status IS EQUAL TO '35' THEN
               MOVE SPACES TO ws-path
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   '/value-dates' DELIMITED BY SIZE INTO ws-path
               OPEN INPUT fd-value-dates
           END-IF
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-value-dates
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-value-dates
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

      *The latest record for an entry wins, so a date reset after
      *the fact updates its slot rather than adding a second one.
       para-load-one.
           READ fd-value-dates
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE vd-entry-id TO ws-key
                   PERFORM para-find-key
                   IF ws-hit-yes THEN
                       MOVE vd-value-date TO ws-dated-date(ix-dated)
                   ELSE
                       IF ws-dated-count IS LESS THAN 5000 THEN
                           ADD 1 TO ws-dated-count
                           SET ix-dated TO ws-dated-count
                           MOVE vd-entry-id TO ws-dated-id(ix-dated)
                           MOVE vd-value-date
                               TO ws-dated-date(ix-dated)
                       END-IF
                   END-IF
           END-READ
           .
