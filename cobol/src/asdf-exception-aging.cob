      *Aging report on the open items of the operator exceptions
      *queue (asdf-exception.cpy): one line per source counting its
      *open items by how many days they have been open (0-1, 2-7,
      *8-14, 15-30, 31+), split out by severity, then every open
      *item older than the flag threshold listed with its age and
      *whoever it is assigned to - so an item nobody picked up does
      *not sit there for weeks. Argument (optional): the threshold
      *in days (default 7). Runs from cron after the nightly chain
      *like asdf-batch-run-report; exits 1 when anything is over
      *the threshold so the wrapping script notices, 0 otherwise.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-exception-aging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-exceptions
           ASSIGN DYNAMIC ws-exceptions-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-exceptions-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-exceptions.
       COPY 'asdf-exception.cpy' REPLACING ==:X:== BY ==ex==.

       WORKING-STORAGE SECTION.
       01 ws-exceptions-path           PIC X(256)
           VALUE '/var/lib/asdf/exceptions'.
       01 ws-exceptions-status         PIC XX.

       01 ws-threshold-text            PIC X(10) VALUE SPACES.
       01 ws-threshold-days            PIC 9(4) VALUE 7.

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-utc-flat REDEFINES ws-utc-now
                                       PIC 9(14).
       01 ws-today-date                PIC 9(8).
       01 ws-today-int                 PIC 9(7) COMP.
       01 ws-raised-date               PIC 9(8).
       01 ws-age-days                  PIC S9(5) COMP.
       01 ws-b                         PIC 9 COMP.

      *One row per source seen among the open items, in the order
      *first met; the last row is the total.
       01 ws-source-count              PIC 9(2) COMP VALUE 0.
       01 ws-sources.
           02 ws-source-entry OCCURS 21 TIMES.
               03 ws-source-name       PIC X(20).
               03 ws-source-high       PIC 9(5) COMP.
               03 ws-source-medium     PIC 9(5) COMP.
               03 ws-source-low        PIC 9(5) COMP.
               03 ws-source-bucket     PIC 9(5) COMP OCCURS 5 TIMES.
       01 ws-s                         PIC 9(2) COMP.
       01 ws-row                       PIC 9(2) COMP.
       01 ws-total-row                 PIC 9(2) COMP VALUE 21.

       01 ws-open-count                PIC 9(5) COMP VALUE 0.
       01 ws-stale-count               PIC 9(5) COMP VALUE 0.
       01 ws-display-count             PIC Z(4)9.
       01 ws-display-age               PIC Z(4)9.
       01 ws-exception-text            PIC X(32).
       01 ws-party-text                PIC X(32).

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
           ACCEPT ws-threshold-text FROM ARGUMENT-VALUE
           IF ws-threshold-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-threshold-text) IS NUMERIC
                   THEN
               MOVE FUNCTION TRIM(ws-threshold-text)
                   TO ws-threshold-days
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-today-date = ws-utc-flat / 1000000
           MOVE FUNCTION INTEGER-OF-DATE(ws-today-date)
               TO ws-today-int
           INITIALIZE ws-sources
           MOVE 'TOTAL' TO ws-source-name(ws-total-row)

           OPEN INPUT fd-exceptions
           IF ws-exceptions-status IS NOT EQUAL TO '00' THEN
               IF ws-exceptions-status IS EQUAL TO '05' THEN
                   CLOSE fd-exceptions
               END-IF
               DISPLAY 'No exceptions on file'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'SOURCE HIGH MEDIUM LOW 0-1 2-7 8-14 15-30 31+'
           SET ws-eof-no TO TRUE
           PERFORM para-count-one UNTIL ws-eof-yes
           CLOSE fd-exceptions
           PERFORM para-print-row
               VARYING ws-s FROM 1 BY 1 UNTIL ws-s > ws-source-count
           MOVE ws-total-row TO ws-s
           PERFORM para-print-row

      *Second pass for the items over the threshold, so they list
      *after the summary they belong to.
           OPEN INPUT fd-exceptions
           SET ws-eof-no TO TRUE
           PERFORM para-stale-one UNTIL ws-eof-yes
           CLOSE fd-exceptions

           MOVE ws-open-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' open, '
               WITH NO ADVANCING
           MOVE ws-stale-count TO ws-display-count
           DISPLAY FUNCTION TRIM(ws-display-count) ' over '
               WITH NO ADVANCING
           MOVE ws-threshold-days TO ws-display-age
           DISPLAY FUNCTION TRIM(ws-display-age) ' day(s)'
           IF ws-stale-count IS GREATER THAN 0 THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       para-age-item.
           COMPUTE ws-raised-date = ex-raised-timestamp / 1000000
           COMPUTE ws-age-days = ws-today-int
               - FUNCTION INTEGER-OF-DATE(ws-raised-date)
           IF ws-age-days IS LESS THAN 0 THEN
               MOVE 0 TO ws-age-days
           END-IF
           .

       para-count-one.
           READ fd-exceptions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ex-status-open THEN
                       PERFORM para-count-item
                   END-IF
           END-READ
           .

       para-count-item.
           ADD 1 TO ws-open-count
           PERFORM para-age-item
           EVALUATE TRUE
               WHEN ws-age-days IS LESS THAN 2
                   MOVE 1 TO ws-b
               WHEN ws-age-days IS LESS THAN 8
                   MOVE 2 TO ws-b
               WHEN ws-age-days IS LESS THAN 15
                   MOVE 3 TO ws-b
               WHEN ws-age-days IS LESS THAN 31
                   MOVE 4 TO ws-b
               WHEN OTHER
                   MOVE 5 TO ws-b
           END-EVALUATE

           SET ws-found-no TO TRUE
           PERFORM para-find-source
               VARYING ws-s FROM 1 BY 1
               UNTIL ws-s > ws-source-count OR ws-found-yes
      *Sources beyond the table's room are only counted in the total.
           IF ws-found-no
                   AND ws-source-count IS LESS THAN ws-total-row - 1
                   THEN
               ADD 1 TO ws-source-count
               MOVE ws-source-count TO ws-row
               MOVE ex-source TO ws-source-name(ws-row)
               SET ws-found-yes TO TRUE
           END-IF
           IF ws-found-yes THEN
               MOVE ws-row TO ws-s
               PERFORM para-add-to-row
           END-IF
           MOVE ws-total-row TO ws-s
           PERFORM para-add-to-row
           .

       para-find-source.
           IF ws-source-name(ws-s) IS EQUAL TO ex-source THEN
               MOVE ws-s TO ws-row
               SET ws-found-yes TO TRUE
           END-IF
           .

       para-add-to-row.
           ADD 1 TO ws-source-bucket(ws-s, ws-b)
           EVALUATE TRUE
               WHEN ex-severity-high
                   ADD 1 TO ws-source-high(ws-s)
               WHEN ex-severity-medium
                   ADD 1 TO ws-source-medium(ws-s)
               WHEN OTHER
                   ADD 1 TO ws-source-low(ws-s)
           END-EVALUATE
           .

       para-print-row.
           DISPLAY FUNCTION TRIM(ws-source-name(ws-s))
               WITH NO ADVANCING
           MOVE ws-source-high(ws-s) TO ws-display-count
           DISPLAY ' ' FUNCTION TRIM(ws-display-count)
               WITH NO ADVANCING
           MOVE ws-source-medium(ws-s) TO ws-display-count
           DISPLAY ' ' FUNCTION TRIM(ws-display-count)
               WITH NO ADVANCING
           MOVE ws-source-low(ws-s) TO ws-display-count
           DISPLAY ' ' FUNCTION TRIM(ws-display-count)
               WITH NO ADVANCING
           PERFORM para-print-bucket
               VARYING ws-b FROM 1 BY 1 UNTIL ws-b > 5
           DISPLAY ' '
           .

       para-print-bucket.
           MOVE ws-source-bucket(ws-s, ws-b) TO ws-display-count
           DISPLAY ' ' FUNCTION TRIM(ws-display-count)
               WITH NO ADVANCING
           .

       para-stale-one.
           READ fd-exceptions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ex-status-open THEN
                       PERFORM para-age-item
                       IF ws-age-days IS GREATER THAN
                               ws-threshold-days THEN
                           PERFORM para-print-stale
                       END-IF
                   END-IF
           END-READ
           .

       para-print-stale.
           ADD 1 TO ws-stale-count
           CALL 'asdf-format-uuid' USING ex-id ws-exception-text
           IF ex-assigned-to IS EQUAL TO LOW-VALUES THEN
               MOVE 'unassigned' TO ws-party-text
           ELSE
               CALL 'asdf-format-uuid' USING ex-assigned-to
                   ws-party-text
           END-IF
           MOVE ws-age-days TO ws-display-age
           DISPLAY 'OVERDUE ' ws-exception-text ' '
               FUNCTION TRIM(ws-display-age) 'd ' ex-severity ' '
               FUNCTION TRIM(ex-source) ' '
               FUNCTION TRIM(ws-party-text) ' '
               FUNCTION TRIM(ex-description)
           .
