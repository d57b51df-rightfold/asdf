      *Fiscal-year arithmetic for a group's own year-end month
      *(gi-fiscal-year-end): given the month and a date (YYYYMMDD),
      *returns the first and last day of the fiscal year holding
      *that date and the last day of the fiscal year before it. A
      *fiscal year is labelled by the calendar year it ends in, so
      *the fiscal year YYYY is the one holding January 1st of YYYY -
      *a June year-end's 2026 runs 2025-07-01 to 2026-06-30. A
      *month outside 1 to 12 (an info record predating the field)
      *is taken as 12, the calendar year.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-fiscal-year.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-month                     PIC 9(2).
       01 ws-date-year                 PIC 9(4).
       01 ws-date-month                PIC 9(2).
       01 ws-end-year                  PIC 9(4).
       01 ws-month-end                 PIC 9(8).
       01 ws-day-int                   PIC 9(7) COMP.

       LINKAGE SECTION.
       01 ls-year-end-month            PIC 9(2).
       01 ls-date                      PIC 9(8).
       01 ls-fy-start                  PIC 9(8).
       01 ls-fy-end                    PIC 9(8).
       01 ls-prior-end                 PIC 9(8).

       PROCEDURE DIVISION USING ls-year-end-month ls-date ls-fy-start
           ls-fy-end ls-prior-end.
       para-main.
           MOVE 12 TO ws-month
           IF ls-year-end-month IS NUMERIC
                   AND ls-year-end-month IS GREATER THAN 0
                   AND ls-year-end-month IS LESS THAN 13 THEN
               MOVE ls-year-end-month TO ws-month
           END-IF

           COMPUTE ws-date-year = ls-date / 10000
           COMPUTE ws-date-month =
               FUNCTION MOD(ls-date / 100, 100)
           MOVE ws-date-year TO ws-end-year
           IF ws-date-month IS GREATER THAN ws-month THEN
               ADD 1 TO ws-end-year
           END-IF

           PERFORM para-month-end
           MOVE ws-month-end TO ls-fy-end
           SUBTRACT 1 FROM ws-end-year
           PERFORM para-month-end
           MOVE ws-month-end TO ls-prior-end
           COMPUTE ws-day-int =
               FUNCTION INTEGER-OF-DATE(ws-month-end) + 1
           COMPUTE ls-fy-start = FUNCTION DATE-OF-INTEGER(ws-day-int)
           GOBACK
           .

      *The last day of ws-month in ws-end-year: the day before the
      *first of the month after.
       para-month-end.
           IF ws-month IS EQUAL TO 12 THEN
               COMPUTE ws-month-end = ws-end-year * 10000 + 1231
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-day-int = FUNCTION INTEGER-OF-DATE(
               ws-end-year * 10000 + (ws-month + 1) * 100 + 1) - 1
           COMPUTE ws-month-end = FUNCTION DATE-OF-INTEGER(ws-day-int)
           .
