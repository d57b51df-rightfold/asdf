      *Business-day arithmetic over the holiday calendar
      *(asdf-holiday.cpy), for the batch steps that must not treat a
      *bank holiday like any other day. Function 'N' rolls
      *ls-date-1 forward to the first business day on or after it
      *(the "following" rule) into ls-result as YYYYMMDD; function
      *'C' counts the business days after ls-date-1 up to and
      *including ls-date-2 into ls-result (zero when ls-date-2 is
      *not later). A business day is a Monday to Friday that is not
      *a holiday for every calendar nor one for ls-calendar (the
      *currency the money moves in; spaces for the global calendar
      *only). The calendar is read once per run and kept.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-business-date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-holidays
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-holidays.
       COPY 'asdf-holiday.cpy' REPLACING ==:X:== BY ==hd==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/holidays'.
       01 ws-status                    PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.

       01 ws-holiday-count             PIC 9(4) COMP VALUE 0.
       01 ws-holidays.
           02 ws-holiday OCCURS 2000 TIMES INDEXED BY ix-holiday.
               03 ws-holiday-int       PIC 9(7) COMP.
               03 ws-holiday-calendar  PIC X(3).

       01 ws-day-int                   PIC 9(7) COMP.
       01 ws-end-int                   PIC 9(7) COMP.
       01 ws-weekday                   PIC 9(1) COMP.
       01 ws-business                  PIC X.
           88 ws-business-yes          VALUE 'Y'.
           88 ws-business-no           VALUE 'N'.
       01 ws-steps                     PIC 9(4) COMP.
       01 ws-count                     PIC S9(8) COMP.

       LINKAGE SECTION.
       01 ls-function                  PIC X.
           88 ls-next-business-day     VALUE 'N'.
           88 ls-count-business-days   VALUE 'C'.
       01 ls-calendar                  PIC X(3).
       01 ls-date-1                    PIC 9(8).
       01 ls-date-2                    PIC 9(8).
       01 ls-result                    PIC S9(8).

       PROCEDURE DIVISION USING ls-function ls-calendar ls-date-1
           ls-date-2 ls-result.
       para-main.
           IF NOT ws-loaded-yes THEN
               PERFORM para-load THRU para-load-exit
               SET ws-loaded-yes TO TRUE
           END-IF

           MOVE 0 TO ls-result
           IF ls-date-1 IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF
           COMPUTE ws-day-int = FUNCTION INTEGER-OF-DATE(ls-date-1)

           IF ls-next-business-day THEN
      *No calendar closes a whole year, so the walk is bounded.
               MOVE 0 TO ws-steps
               PERFORM para-test-day
               PERFORM para-roll-forward
                   UNTIL ws-business-yes OR ws-steps > 366
               COMPUTE ls-result = FUNCTION DATE-OF-INTEGER(ws-day-int)
               GO TO para-exit
           END-IF

           IF ls-count-business-days THEN
               IF ls-date-2 IS EQUAL TO 0
                       OR ls-date-2 IS NOT GREATER THAN ls-date-1 THEN
                   GO TO para-exit
               END-IF
               COMPUTE ws-end-int = FUNCTION INTEGER-OF-DATE(ls-date-2)
               MOVE 0 TO ws-count
               PERFORM para-count-day UNTIL ws-day-int >= ws-end-int
               MOVE ws-count TO ls-result
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load.
           MOVE 0 TO ws-holiday-count
           OPEN INPUT fd-holidays
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-holidays
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-holidays
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

       para-load-one.
           READ fd-holidays
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF hd-date IS NUMERIC
                           AND hd-date IS GREATER THAN 0 THEN
                       IF ws-holiday-count IS GREATER THAN OR EQUAL
                               TO 2000 THEN
                           PERFORM para-table-full
                       END-IF
                       ADD 1 TO ws-holiday-count
                       SET ix-holiday TO ws-holiday-count
                       COMPUTE ws-holiday-int(ix-holiday) =
                           FUNCTION INTEGER-OF-DATE(hd-date)
                       MOVE hd-calendar
                           TO ws-holiday-calendar(ix-holiday)
                   END-IF
           END-READ
           .

      *A calendar cut short would count real holidays as business
      *days; abending with a clean diagnostic is the batch
      *convention.
       para-table-full.
           DISPLAY 'Too many holidays for business-date arithmetic'
               WITH NO ADVANCING
           MOVE 101 TO RETURN-CODE
           STOP RUN
           .

       para-roll-forward.
           ADD 1 TO ws-day-int
           ADD 1 TO ws-steps
           PERFORM para-test-day
           .

       para-count-day.
           ADD 1 TO ws-day-int
           PERFORM para-test-day
           IF ws-business-yes THEN
               ADD 1 TO ws-count
           END-IF
           .

      *Day 1 of the integer calendar, 1601-01-01, was a Monday, so
      *the remainder below runs 0 (Monday) to 6 (Sunday).
       para-test-day.
           SET ws-business-yes TO TRUE
           COMPUTE ws-weekday = FUNCTION MOD(ws-day-int - 1, 7)
           IF ws-weekday IS GREATER THAN 4 THEN
               SET ws-business-no TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM para-test-holiday
               VARYING ix-holiday FROM 1 BY 1
               UNTIL ix-holiday > ws-holiday-count
                   OR ws-business-no
           .

       para-test-holiday.
           IF ws-holiday-int(ix-holiday) IS EQUAL TO ws-day-int
                   AND (ws-holiday-calendar(ix-holiday) IS EQUAL TO
                           SPACES
                       OR ws-holiday-calendar(ix-holiday) IS EQUAL TO
                           ls-calendar) THEN
               SET ws-business-no TO TRUE
           END-IF
           .
