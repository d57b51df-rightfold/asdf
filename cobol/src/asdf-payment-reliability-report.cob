      *Payment reliability report for one group: for each active
      *member, how many of their debts have been paid off through
      *open-item allocations, the average and worst days those took,
      *the share paid after the due date, and the same counts for
      *each of the last four calendar quarters so a member getting
      *slower (or quicker) to settle shows up as a trend. The figures
      *come from asdf-payment-reliability, which also feeds the
      *member's own line on asdf-statement. Argument: group UUID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-payment-reliability-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-members
           ASSIGN DYNAMIC ws-members-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-members-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==mb==.

       WORKING-STORAGE SECTION.
       01 ws-group                     PIC X(16).
       01 ws-uuid-text                 PIC X(32).
       01 ws-members-path              PIC X(256).
       01 ws-members-status            PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       COPY 'asdf-payment-reliability.cpy' REPLACING ==:X:== BY ==pr==.
       01 ws-q                         PIC 9 COMP.
       01 ws-nobody                    PIC X(16) VALUE LOW-VALUES.
       01 ws-incomplete                PIC X VALUE 'N'.
           88 ws-incomplete-yes        VALUE 'Y'.

       01 ws-count-text                PIC Z(4)9.
       01 ws-percent-text              PIC ZZ9.
       01 ws-year-text                 PIC 9(4).
       01 ws-quarter-text              PIC 9.

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

      *Any account will do to learn the quarters for the heading.
           CALL 'asdf-payment-reliability' USING ws-group ws-nobody
               pr-payment-reliability
           PERFORM para-print-heading
           PERFORM para-print-members THRU para-print-members-exit
           IF ws-incomplete-yes THEN
               DISPLAY 'Too many entries; figures are incomplete'
           END-IF
           STOP RUN
           .

       para-print-heading.
           DISPLAY 'MEMBER PAID AVG-DAYS WORST-DAYS LATE-%'
               WITH NO ADVANCING
           PERFORM para-print-heading-quarter
               VARYING ws-q FROM 1 BY 1 UNTIL ws-q > 4
           DISPLAY ' '
           .

       para-print-heading-quarter.
           MOVE pr-quarter-year(ws-q) TO ws-year-text
           MOVE pr-quarter-number(ws-q) TO ws-quarter-text
           DISPLAY ' ' ws-year-text '-Q' ws-quarter-text
               '(PAID/AVG/LATE)' WITH NO ADVANCING
           .

       para-print-members.
           CALL 'asdf-format-uuid' USING ws-group ws-uuid-text
           MOVE SPACES TO ws-members-path
           STRING '/var/lib/asdf/group/' ws-uuid-text '/members'
               INTO ws-members-path
           OPEN INPUT fd-members
           IF ws-members-status IS NOT EQUAL TO '00' THEN
               IF ws-members-status IS EQUAL TO '05' THEN
                   CLOSE fd-members
               END-IF
               GO TO para-print-members-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-print-members-one UNTIL ws-eof-yes
           CLOSE fd-members
           .

       para-print-members-exit.
           EXIT PARAGRAPH
           .

       para-print-members-one.
           READ fd-members
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mb-status-active THEN
                       PERFORM para-print-one
                   END-IF
           END-READ
           .

       para-print-one.
           CALL 'asdf-payment-reliability' USING ws-group
               mb-account-id pr-payment-reliability
           IF pr-complete-no THEN
               SET ws-incomplete-yes TO TRUE
           END-IF
           CALL 'asdf-format-uuid' USING mb-account-id ws-uuid-text
           DISPLAY ws-uuid-text WITH NO ADVANCING
           MOVE pr-paid-count TO ws-count-text
           DISPLAY ' ' FUNCTION TRIM(ws-count-text) WITH NO ADVANCING
           MOVE pr-average-days TO ws-count-text
           DISPLAY ' ' FUNCTION TRIM(ws-count-text) WITH NO ADVANCING
           MOVE pr-worst-days TO ws-count-text
           DISPLAY ' ' FUNCTION TRIM(ws-count-text) WITH NO ADVANCING
           MOVE pr-late-percent TO ws-percent-text
           DISPLAY ' ' FUNCTION TRIM(ws-percent-text)
               WITH NO ADVANCING
           PERFORM para-print-quarter
               VARYING ws-q FROM 1 BY 1 UNTIL ws-q > 4
           DISPLAY ' '
           .

       para-print-quarter.
           MOVE pr-quarter-paid(ws-q) TO ws-count-text
           DISPLAY ' ' FUNCTION TRIM(ws-count-text) WITH NO ADVANCING
           MOVE pr-quarter-average(ws-q) TO ws-count-text
           DISPLAY '/' FUNCTION TRIM(ws-count-text) WITH NO ADVANCING
           MOVE pr-quarter-late(ws-q) TO ws-count-text
           DISPLAY '/' FUNCTION TRIM(ws-count-text) WITH NO ADVANCING
           .
