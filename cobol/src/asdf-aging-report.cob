      *converted to the group's reporting currency at each entry's
      *own date so debitors who owe in several currencies still
      *subtotal to one number. Argument: group UUID.
      *A due date falling on a weekend or a holiday of the debt's
      *currency is aged from the next business day.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-aging-report.
       01 ws-target-currency           PIC X(3) VALUE 'USD'.

       01 ws-today-int                 PIC 9(7) COMP.

      *Business-day arithmetic through asdf-business-date.
       01 ws-bd-function               PIC X.
       01 ws-bd-calendar               PIC X(3).
       01 ws-bd-date-1                 PIC 9(8).
       01 ws-bd-date-2                 PIC 9(8).
       01 ws-bd-result                 PIC S9(8).
       01 ws-days-late                 PIC S9(5) COMP.

       01 ws-eof                       PIC X.
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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               MOVE fs-debitor TO ws-debt-debitor(ix-debt)
               MOVE ws-converted-amount TO ws-debt-amount(ix-debt)
               MOVE fs-amount TO ws-debt-raw-amount(ix-debt)
               MOVE 'N' TO ws-bd-function
               MOVE fs-currency TO ws-bd-calendar
               MOVE fs-due-date TO ws-bd-date-1
               MOVE 0 TO ws-bd-date-2
               CALL 'asdf-business-date' USING ws-bd-function
                   ws-bd-calendar ws-bd-date-1 ws-bd-date-2
                   ws-bd-result
               MOVE ws-bd-result TO ws-debt-due-date(ix-debt)
           END-IF
      *Payment reversals are remembered too, not just debt ones, so
      *an allocation whose payment was reversed can be voided below;
