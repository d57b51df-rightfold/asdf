      *convention asdf-list-ledger already accepts - a week is just
      *a seven-day from/to range and a month a calendar-month one, so
      *there is no need for this report to learn a separate "week" or
      *"month" keyword of its own. The one exception is the year,
      *which is the group's own fiscal year (gi-fiscal-year-end,
      *through asdf-fiscal-year) rather than anything a caller can
      *be expected to work out: a from-date of YTD runs from the
      *first day of the group's current fiscal year to today (or to
      *the to-date, when one is given), and FYyyyy covers the whole
      *fiscal year ending in yyyy. In ROLLUP mode the period is the
      *requested group's, applied to every group below it.
      *
      *A reversal undoes whichever bucket the entry it corrects fell
      *into: reversing a debt shrinks the debt total, reversing a
      *payment shrinks the payment total, the same fs-reversal-of-type
      *switch asdf-statement and asdf-balance-report use to undo an
      *entry's effect.
      *
      *An optional fourth argument, ROLLUP, folds in every group
      *below this one in the parent/child hierarchy
      *(asdf-list-descendants), each converted into this group's
      *reporting currency, so an umbrella group gets one set of
      *totals for all of its houses or teams.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-group-summary.
       01 ws-target-currency           PIC X(3) VALUE 'USD'.
       01 ws-convert-date              PIC 9(8).

      *The group's fiscal year-end month, for YTD and FYyyyy.
       01 ws-year-end-month            PIC 9(2) VALUE 12.
       01 ws-now.
           02 ws-now-date              PIC 9(8).
           02 ws-now-time              PIC 9(6).
       01 ws-fiscal-label              PIC 9(4).
       01 ws-reference-date            PIC 9(8).
       01 ws-fy-start                  PIC 9(8).
       01 ws-fy-end                    PIC 9(8).
       01 ws-prior-end                 PIC 9(8).

       01 ws-from-date                 PIC X(8)  VALUE SPACES.
       01 ws-to-date                   PIC X(8)  VALUE SPACES.
       01 ws-record-date               PIC X(8).
           88 ws-in-range-yes          VALUE 'Y'.
           88 ws-in-range-no           VALUE 'N'.

      *ROLLUP walks the group and every descendant; otherwise the
      *table holds the group alone.
       01 ws-rollup-text               PIC X(6) VALUE SPACES.
       01 ws-root-group                PIC X(16).
       01 ws-family-count              PIC 9(3) COMP.
       01 ws-family.
           02 ws-family-group OCCURS 100 TIMES
                                       PIC X(16).
       01 ws-fam-i                     PIC 9(3) COMP.

      *Compacted periods live on in ledger.<date> segment files
      *(asdf-compact-ledger); the walk covers them before the active
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
           PERFORM para-input
           PERFORM para-load-target-currency
           PERFORM para-resolve-fiscal-period
           MOVE ws-group TO ws-root-group
           IF ws-rollup-text IS EQUAL TO 'ROLLUP' THEN
               CALL 'asdf-list-descendants' USING ws-root-group
                   ws-family-count ws-family
           ELSE
               MOVE 1 TO ws-family-count
               MOVE ws-root-group TO ws-family-group(1)
           END-IF
           PERFORM para-accumulate-group
               VARYING ws-fam-i FROM 1 BY 1
               UNTIL ws-fam-i > ws-family-count
           PERFORM para-print
           STOP RUN
           .

           ACCEPT ws-from-date FROM ARGUMENT-VALUE
           ACCEPT ws-to-date FROM ARGUMENT-VALUE
           ACCEPT ws-rollup-text FROM ARGUMENT-VALUE
           .

       para-accumulate-group.
           MOVE ws-family-group(ws-fam-i) TO ws-group
           PERFORM para-accumulate THRU para-accumulate-exit
           .

      *If the group has been archived its info has moved under
           IF gi-default-currency IS NOT EQUAL TO SPACES THEN
               MOVE gi-default-currency TO ws-target-currency
           END-IF
           MOVE gi-fiscal-year-end TO ws-year-end-month
           CLOSE fd-group-info
           .

      *Turns YTD or FYyyyy into the plain from/to pair the walk
      *filters on; any other from-date is left as given.
       para-resolve-fiscal-period.
           IF ws-from-date IS EQUAL TO 'YTD' THEN
               CALL 'asdf-utc-timestamp' USING ws-now
               MOVE ws-now-date TO ws-reference-date
               CALL 'asdf-fiscal-year' USING ws-year-end-month
                   ws-reference-date ws-fy-start ws-fy-end
                   ws-prior-end
               MOVE ws-fy-start TO ws-from-date
               IF ws-to-date IS EQUAL TO SPACES THEN
                   MOVE ws-now-date TO ws-to-date
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ws-from-date(1:2) IS EQUAL TO 'FY' THEN
               IF ws-from-date(3:4) IS NOT NUMERIC
                       OR ws-from-date(7:2) IS NOT EQUAL TO SPACES
                       THEN
                   DISPLAY 'Invalid fiscal year' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-from-date(3:4) TO ws-fiscal-label
               COMPUTE ws-reference-date = ws-fiscal-label * 10000 + 101
               CALL 'asdf-fiscal-year' USING ws-year-end-month
                   ws-reference-date ws-fy-start ws-fy-end
                   ws-prior-end
               MOVE ws-fy-start TO ws-from-date
               MOVE ws-fy-end TO ws-to-date
           END-IF
           .

      *Converts fs-amount (in fs-currency) into the base reporting
      *currency at the rate in effect on the entry's own date, via
      *the shared dated lookup in asdf-convert-amount, and leaves
