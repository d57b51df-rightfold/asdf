      *Lists the variable bills (asdf-pending-bill.cpy) still waiting
      *for their amount some days after asdf-post-recurring opened
      *them: walks the group-index and prints, per active group, each
      *open bill at least that many days old with its due date, days
      *open, reminder stage and the debitor asked to fill it in.
      *The threshold is the 'unfilled-bill-days' key of the central
      *configuration file (default 5), the same one
      *asdf-send-reminders starts chasing at; an optional argument
      *overrides it for one run. Exits 0 whether or not anything was
      *listed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-unfilled-bills.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-bills
           ASSIGN DYNAMIC ws-bills-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-bills-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-bills.
       COPY 'asdf-pending-bill.cpy' REPLACING ==:X:== BY ==pb==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-bills-path                PIC X(256).
       01 ws-bills-status              PIC XX.

       01 ws-group-text                PIC X(32).
       01 ws-uuid-text                 PIC X(32).
       01 ws-debitor-text              PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-bills-eof                 PIC X.
           88 ws-bills-eof-yes         VALUE 'Y'.
           88 ws-bills-eof-no          VALUE 'N'.
       01 ws-header-shown              PIC X.
           88 ws-header-shown-yes      VALUE 'Y'.
           88 ws-header-shown-no       VALUE 'N'.

       01 ws-config-key                PIC X(30)
           VALUE 'unfilled-bill-days'.
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.
       01 ws-days-text                 PIC X(8).
       01 ws-threshold-days            PIC 9(3) VALUE 5.

       01 ws-today                     PIC 9(8).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-opened-date               PIC 9(8).
       01 ws-days-open                 PIC S9(7) COMP.
       01 ws-days-edit                 PIC Z(4)9.

       01 ws-listed-count              PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.

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
           CALL 'asdf-read-config' USING ws-config-key
               ws-config-value ws-config-found
           IF ws-config-found IS EQUAL TO 'Y'
                   AND FUNCTION TRIM(ws-config-value) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-config-value)
                   TO ws-threshold-days
           END-IF
           ACCEPT ws-days-text FROM ARGUMENT-VALUE
           IF ws-days-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-days-text) IS NUMERIC THEN
               MOVE FUNCTION TRIM(ws-days-text) TO ws-threshold-days
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION INTEGER-OF-DATE(ws-today) TO ws-today-int

           PERFORM para-walk-groups THRU para-walk-groups-exit

           MOVE ws-listed-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count)
               ' bill(s) unfilled after '
               ws-threshold-days ' day(s)'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF gx-status-active THEN
                       PERFORM para-list-group
                           THRU para-list-group-exit
                   END-IF
           END-READ
           .

       para-list-group.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-bills-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/pending-bills' INTO ws-bills-path
           OPEN INPUT fd-bills
           IF ws-bills-status IS NOT EQUAL TO '00' THEN
               IF ws-bills-status IS EQUAL TO '05' THEN
                   CLOSE fd-bills
               END-IF
               GO TO para-list-group-exit
           END-IF
           SET ws-header-shown-no TO TRUE
           SET ws-bills-eof-no TO TRUE
           PERFORM para-list-bill UNTIL ws-bills-eof-yes
           CLOSE fd-bills
           .

       para-list-group-exit.
           EXIT PARAGRAPH
           .

       para-list-bill.
           READ fd-bills
               AT END
                   SET ws-bills-eof-yes TO TRUE
               NOT AT END
                   IF pb-status-open THEN
                       PERFORM para-check-bill
                   END-IF
           END-READ
           .

       para-check-bill.
           MOVE pb-opened-timestamp(1:8) TO ws-opened-date
           COMPUTE ws-days-open = ws-today-int
               - FUNCTION INTEGER-OF-DATE(ws-opened-date)
           IF ws-days-open IS LESS THAN ws-threshold-days THEN
               EXIT PARAGRAPH
           END-IF

           IF ws-header-shown-no THEN
               DISPLAY FUNCTION TRIM(gx-name) ' ('
                   FUNCTION TRIM(ws-group-text) ')'
               SET ws-header-shown-yes TO TRUE
           END-IF
           CALL 'asdf-format-uuid' USING pb-bill-id ws-uuid-text
           CALL 'asdf-format-uuid' USING pb-debitor ws-debitor-text
           MOVE ws-days-open TO ws-days-edit
           DISPLAY '  ' ws-uuid-text ' due ' pb-due-date
               ' open ' ws-days-edit ' day(s) stage '
               pb-reminder-stage ' payer ' ws-debitor-text ' '
               FUNCTION TRIM(pb-comment)
           ADD 1 TO ws-listed-count
           .
