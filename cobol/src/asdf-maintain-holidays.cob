      *Maintains the global holiday calendar (asdf-holiday.cpy) that
      *asdf-business-date rolls due dates and counts grace and
      *dunning days over. Arguments: acting operator account UUID,
      *operator session token (asdf-check-operator-session must
      *accept the pair - the calendar moves every group's due
      *dates), action, then:
      *  ADD date (YYYYMMDD), calendar code (blank for every
      *      calendar, or a currency code), description;
      *  REMOVE date, calendar code;
      *  LIST (no further arguments) prints the calendar.
      *ADD and REMOVE are logged through asdf-append-admin-audit
      *under the global scope. A date already on the same calendar
      *is refused rather than duplicated.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-maintain-holidays.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-holidays
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       SELECT OPTIONAL fd-holidays-new
           ASSIGN DYNAMIC ws-work-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-holidays.
       COPY 'asdf-holiday.cpy' REPLACING ==:X:== BY ==hd==.

       FD fd-holidays-new.
       COPY 'asdf-holiday.cpy' REPLACING ==:X:== BY ==hn==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/holidays'.
       01 ws-work-path                 PIC X(256)
           VALUE '/var/lib/asdf/holidays.new'.
       01 ws-status                    PIC XX.

       01 ws-operator-uuid-text        PIC X(32).
       01 ws-operator-account          PIC X(16).
       01 ws-operator-token            PIC X(16).
       01 ws-operator-valid            PIC X.
           88 ws-operator-valid-yes    VALUE 'Y'.
           88 ws-operator-valid-no     VALUE 'N'.

       01 ws-action                    PIC X(8).
       01 ws-date-text                 PIC X(10).
       01 ws-date                      PIC 9(8).
       01 ws-calendar                  PIC X(3).
       01 ws-description               PIC X(50).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

       01 ws-global-scope              PIC X(16) VALUE LOW-VALUES.
       01 ws-audit-program             PIC X(30)
           VALUE 'asdf-maintain-holidays'.
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
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-account
           ACCEPT ws-operator-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-operator-uuid-text
               ws-operator-token
           CALL 'asdf-check-operator-session' USING
               ws-operator-account ws-operator-token
               ws-operator-valid
           IF ws-operator-valid-no THEN
               DISPLAY 'A valid operator session is required'
                   WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-action FROM ARGUMENT-VALUE
           EVALUATE ws-action
               WHEN 'LIST'
                   PERFORM para-list THRU para-list-exit
                   STOP RUN
               WHEN 'ADD'
                   CONTINUE
               WHEN 'REMOVE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Action must be ADD, REMOVE or LIST'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ACCEPT ws-date-text FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(ws-date-text) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(ws-date-text))
                       IS NOT EQUAL TO 8 THEN
               DISPLAY 'Invalid date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-date-text) TO ws-date
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date) IS NOT EQUAL TO 0
                   THEN
               DISPLAY 'Invalid date' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-calendar
           ACCEPT ws-calendar FROM ARGUMENT-VALUE

           PERFORM para-find THRU para-find-exit

           IF ws-action IS EQUAL TO 'ADD' THEN
               IF ws-found-yes THEN
                   DISPLAY 'Holiday already on the calendar'
                       WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO ws-description
               ACCEPT ws-description FROM ARGUMENT-VALUE
               MOVE ws-date TO hd-date
               MOVE ws-calendar TO hd-calendar
               MOVE ws-description TO hd-description
               OPEN EXTEND fd-holidays
               WRITE hd-holiday-entry
               CLOSE fd-holidays
               MOVE SPACES TO ws-audit-detail
               STRING 'added holiday ' ws-date ' calendar '
                   ws-calendar ' ' FUNCTION TRIM(ws-description)
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
               DISPLAY 'Holiday added' WITH NO ADVANCING
           ELSE
               IF ws-found-no THEN
                   DISPLAY 'No such holiday' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM para-remove
               MOVE SPACES TO ws-audit-detail
               STRING 'removed holiday ' ws-date ' calendar '
                   ws-calendar
                   DELIMITED BY SIZE INTO ws-audit-detail
                   ON OVERFLOW CONTINUE
               END-STRING
               DISPLAY 'Holiday removed' WITH NO ADVANCING
           END-IF

           CALL 'asdf-append-admin-audit' USING ws-global-scope
               ws-operator-account ws-audit-program ws-audit-detail
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-holidays
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-holidays
               END-IF
               GO TO para-find-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-holidays
           .

       para-find-exit.
           EXIT PARAGRAPH
           .

       para-find-one.
           READ fd-holidays
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF hd-date IS EQUAL TO ws-date
                           AND hd-calendar IS EQUAL TO ws-calendar
                           THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

      *Copies every other entry to a work file that then replaces
      *the calendar.
       para-remove.
           OPEN INPUT fd-holidays
           OPEN OUTPUT fd-holidays-new
           SET ws-eof-no TO TRUE
           PERFORM para-remove-one UNTIL ws-eof-yes
           CLOSE fd-holidays-new
           CLOSE fd-holidays
           CALL 'CBL_DELETE_FILE' USING ws-path
           CALL 'CBL_RENAME_FILE' USING ws-work-path ws-path
           MOVE 0 TO RETURN-CODE
           .

       para-remove-one.
           READ fd-holidays
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF hd-date IS NOT EQUAL TO ws-date
                           OR hd-calendar IS NOT EQUAL TO ws-calendar
                           THEN
                       MOVE hd-holiday-entry TO hn-holiday-entry
                       WRITE hn-holiday-entry
                   END-IF
           END-READ
           .

       para-list.
           OPEN INPUT fd-holidays
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-holidays
               END-IF
               DISPLAY 'No holidays on the calendar'
               GO TO para-list-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-list-one UNTIL ws-eof-yes
           CLOSE fd-holidays
           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' holiday(s)'
           .

       para-list-exit.
           EXIT PARAGRAPH
           .

       para-list-one.
           READ fd-holidays
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF hd-calendar IS EQUAL TO SPACES THEN
                       DISPLAY hd-date ' all '
                           FUNCTION TRIM(hd-description)
                   ELSE
                       DISPLAY hd-date ' ' hd-calendar ' '
                           FUNCTION TRIM(hd-description)
                   END-IF
                   ADD 1 TO ws-listed-count
           END-READ
           .
