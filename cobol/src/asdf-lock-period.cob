      *Locks a group's month once its statements are out, or unlocks
      *it again (asdf-period-lock.cpy): from then on no entry may be
      *backdated into the month (asdf-check-value-date), so the
      *figures the members were sent stay the figures on file, and a
      *late correction posts in the current period instead.
      *
      *Arguments: acting account UUID, session token, group UUID,
      *the month (YYYYMM), then L to lock (the default when blank)
      *or U to unlock. The session must belong to the acting
      *account, which must be a group admin. Only a month already
      *over can be locked - the current one is still being posted
      *into. Each change is written to the group's admin-audit
      *trail. Prints the month and its new state.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-lock-period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-locks
           ASSIGN DYNAMIC ws-locks-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-locks.
       COPY 'asdf-period-lock.cpy' REPLACING ==:X:== BY ==pl==.

       WORKING-STORAGE SECTION.
       01 ws-uuid-text                 PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-session-token             PIC X(16).
       01 ws-session-account           PIC X(16).
       01 ws-session-valid             PIC X.
           88 ws-session-valid-yes     VALUE 'Y'.
           88 ws-session-valid-no      VALUE 'N'.
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-locks-path                PIC X(256).

       01 ws-month-text                PIC X(6) VALUE SPACES.
       01 ws-month                     PIC 9(6).
       01 ws-flag-text                 PIC X(1) VALUE SPACES.
       01 ws-now.
           02 ws-now-month             PIC 9(6).
           02 FILLER                   PIC 9(8).

       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-lock-period'.
       01 ws-audit-detail              PIC X(200).

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
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-acting-account

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-session-token

           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group

           CALL 'asdf-check-session' USING ws-session-token ws-group
               ws-session-account ws-session-valid
           IF ws-session-valid-no THEN
               DISPLAY 'Invalid or expired session' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-session-account IS NOT EQUAL TO ws-acting-account THEN
               DISPLAY 'Session does not match acting account'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'asdf-check-admin' USING ws-group ws-acting-account
               ws-is-admin
           IF ws-is-admin-no THEN
               DISPLAY 'Only an admin can lock a month'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-month-text FROM ARGUMENT-VALUE
           IF ws-month-text IS NOT NUMERIC
                   OR ws-month-text(5:2) IS LESS THAN '01'
                   OR ws-month-text(5:2) IS GREATER THAN '12' THEN
               DISPLAY 'Month must be YYYYMM' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-month-text TO ws-month

           ACCEPT ws-flag-text FROM ARGUMENT-VALUE
           IF ws-flag-text IS EQUAL TO SPACES
                   OR ws-flag-text IS EQUAL TO LOW-VALUES THEN
               MOVE 'L' TO ws-flag-text
           END-IF
           IF ws-flag-text IS NOT EQUAL TO 'L' AND 'U' THEN
               DISPLAY 'Flag must be L or U' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-now
           IF ws-flag-text IS EQUAL TO 'L'
                   AND ws-month IS NOT LESS THAN ws-now-month THEN
               DISPLAY 'Only a month already over can be locked'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM para-append-lock

           MOVE SPACES TO ws-audit-detail
           IF ws-flag-text IS EQUAL TO 'L' THEN
               STRING 'locked month ' ws-month-text
                   DELIMITED BY SIZE INTO ws-audit-detail
           ELSE
               STRING 'unlocked month ' ws-month-text
                   DELIMITED BY SIZE INTO ws-audit-detail
           END-IF
           CALL 'asdf-append-admin-audit' USING ws-group
               ws-acting-account ws-audit-program ws-audit-detail

           IF ws-flag-text IS EQUAL TO 'L' THEN
               DISPLAY ws-month-text ' LOCKED' WITH NO ADVANCING
           ELSE
               DISPLAY ws-month-text ' UNLOCKED' WITH NO ADVANCING
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-append-lock.
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-locks-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/period-locks' INTO ws-locks-path
           MOVE ws-month TO pl-month
           MOVE ws-flag-text TO pl-flag
           MOVE ws-acting-account TO pl-set-by
           CALL 'asdf-utc-timestamp' USING pl-set-timestamp
           OPEN EXTEND fd-locks
           WRITE pl-period-lock
           CLOSE fd-locks
           .
