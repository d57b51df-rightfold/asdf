      *Decides whether an entry posted on ls-posting-date may carry
      *ls-value-date as its expense date (asdf-value-date.cpy).
      *ls-reason comes back spaces when it may, or the message to
      *refuse it with:
      *  - the date must be a real calendar date;
      *  - it may not be later than the posting date - only
      *    backdating is allowed;
      *  - it may be no further back than the backdating limit, the
      *    backdate-limit-days tunable (asdf-read-config), 31 days
      *    when not configured;
      *  - its month may not be locked in the group's period-locks
      *    (asdf-period-lock.cpy) - once a month's statements are
      *    out, a correction posts in the current period instead.
      *The limit is read once per run and the group's locks once per
      *group, so an import can ask for every row.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-value-date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-locks
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-locks.
       COPY 'asdf-period-lock.cpy' REPLACING ==:X:== BY ==pl==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-config-key                PIC X(30)
           VALUE 'backdate-limit-days'.
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-limit-days                PIC 9(5) COMP VALUE 31.
       01 ws-limit-loaded              PIC X VALUE 'N'.
           88 ws-limit-loaded-yes      VALUE 'Y'.
       01 ws-limit-display             PIC Z(4)9.

       01 ws-loaded-group              PIC X(16) VALUE LOW-VALUES.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.

      *One slot per month that has ever had a lock record, holding
      *the latest flag.
       01 ws-key                       PIC 9(6).
       01 ws-lock-count                PIC 9(4) COMP VALUE 0.
       01 ws-lock-table.
           02 ws-lock OCCURS 1200 TIMES
                   INDEXED BY ix-lock.
               03 ws-lock-month        PIC 9(6).
               03 ws-lock-flag         PIC X.
       01 ws-hit                       PIC X.
           88 ws-hit-yes               VALUE 'Y'.
           88 ws-hit-no                VALUE 'N'.

       01 ws-days-back                 PIC S9(7) COMP.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-posting-date              PIC 9(8).
       01 ls-value-date                PIC 9(8).
       01 ls-reason                    PIC X(80).

       PROCEDURE DIVISION USING ls-group ls-posting-date ls-value-date
           ls-reason.
       para-main.
           MOVE SPACES TO ls-reason
           IF NOT ws-limit-loaded-yes THEN
               PERFORM para-load-limit
               SET ws-limit-loaded-yes TO TRUE
           END-IF
           IF NOT ws-loaded-yes
                   OR ls-group IS NOT EQUAL TO ws-loaded-group THEN
               PERFORM para-load THRU para-load-exit
               MOVE ls-group TO ws-loaded-group
               SET ws-loaded-yes TO TRUE
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(ls-value-date)
                   IS NOT EQUAL TO 0 THEN
               MOVE 'Invalid expense date' TO ls-reason
               GO TO para-exit
           END-IF
           IF ls-value-date IS GREATER THAN ls-posting-date THEN
               MOVE 'Expense date is later than the posting date'
                   TO ls-reason
               GO TO para-exit
           END-IF

           COMPUTE ws-days-back =
               FUNCTION INTEGER-OF-DATE(ls-posting-date)
               - FUNCTION INTEGER-OF-DATE(ls-value-date)
           IF ws-days-back IS GREATER THAN ws-limit-days THEN
               MOVE ws-limit-days TO ws-limit-display
               STRING 'Expense date is more than '
                   FUNCTION TRIM(ws-limit-display)
                   ' days before the posting date'
                   DELIMITED BY SIZE INTO ls-reason
               GO TO para-exit
           END-IF

           COMPUTE ws-key = ls-value-date / 100
           PERFORM para-find-key
           IF ws-hit-yes AND ws-lock-flag(ix-lock) IS EQUAL TO 'L'
                   THEN
               STRING 'Month ' ws-key ' is locked; post it in the '
                   'current period' DELIMITED BY SIZE INTO ls-reason
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load-limit.
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value) TO ws-limit-days
           END-IF
           .

       para-find-key.
           SET ws-hit-no TO TRUE
           IF ws-lock-count IS EQUAL TO 0 THEN
               EXIT PARAGRAPH
           END-IF
           SET ix-lock TO 1
           SEARCH ws-lock
               AT END
                   CONTINUE
               WHEN ix-lock > ws-lock-count
                   CONTINUE
               WHEN ws-lock-month(ix-lock) IS EQUAL TO ws-key
                   SET ws-hit-yes TO TRUE
           END-SEARCH
           .

       para-load.
           MOVE 0 TO ws-lock-count
           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/period-locks'
               DELIMITED BY SIZE INTO ws-path
           OPEN INPUT fd-locks
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-locks
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-locks
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

       para-load-one.
           READ fd-locks
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE pl-month TO ws-key
                   PERFORM para-find-key
                   IF ws-hit-yes THEN
                       MOVE pl-flag TO ws-lock-flag(ix-lock)
                   ELSE
                       IF ws-lock-count IS LESS THAN 1200 THEN
                           ADD 1 TO ws-lock-count
                           SET ix-lock TO ws-lock-count
                           MOVE pl-month TO ws-lock-month(ix-lock)
                           MOVE pl-flag TO ws-lock-flag(ix-lock)
                       END-IF
                   END-IF
           END-READ
           .
