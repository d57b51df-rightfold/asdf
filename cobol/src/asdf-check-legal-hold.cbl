      *Answers whether an account or a group is under an active legal
      *hold (asdf-legal-hold.cpy). Arguments: subject type ('A'
      *account, 'G' group), the 16-byte id, and a Y/N result. The
      *active holds are read once per run and kept, so a batch can
      *ask for every record it touches.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-legal-hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-holds
           ASSIGN DYNAMIC ws-holds-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-holds-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-holds.
       COPY 'asdf-legal-hold.cpy' REPLACING ==:X:== BY ==lh==.

       WORKING-STORAGE SECTION.
       01 ws-holds-path                PIC X(256)
           VALUE '/var/lib/asdf/legal-holds'.
       01 ws-holds-status              PIC XX.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-hold-count                PIC 9(4) COMP VALUE 0.
       01 ws-hold-table.
           02 ws-hold OCCURS 1000 TIMES
                   INDEXED BY ix-hold.
               03 ws-hold-type         PIC X.
               03 ws-hold-id           PIC X(16).

       LINKAGE SECTION.
       01 ls-subject-type              PIC X.
       01 ls-subject-id                PIC X(16).
       01 ls-held                      PIC X.

       PROCEDURE DIVISION USING ls-subject-type ls-subject-id
           ls-held.
       para-main.
           IF NOT ws-loaded-yes THEN
               PERFORM para-load THRU para-load-exit
               SET ws-loaded-yes TO TRUE
           END-IF

           MOVE 'N' TO ls-held
           SET ix-hold TO 1
           SEARCH ws-hold
               AT END
                   CONTINUE
               WHEN ix-hold > ws-hold-count
                   CONTINUE
               WHEN ws-hold-type(ix-hold) IS EQUAL TO ls-subject-type
                       AND ws-hold-id(ix-hold) IS EQUAL TO
                           ls-subject-id
                   MOVE 'Y' TO ls-held
           END-SEARCH
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load.
           MOVE 0 TO ws-hold-count
           OPEN INPUT fd-holds
           IF ws-holds-status IS NOT EQUAL TO '00' THEN
               IF ws-holds-status IS EQUAL TO '05' THEN
                   CLOSE fd-holds
               END-IF
               GO TO para-load-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-one UNTIL ws-eof-yes
           CLOSE fd-holds
           .

       para-load-exit.
           EXIT PARAGRAPH
           .

       para-load-one.
           READ fd-holds
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF lh-status-active
                           AND ws-hold-count IS LESS THAN 1000 THEN
                       ADD 1 TO ws-hold-count
                       MOVE lh-subject-type
                           TO ws-hold-type(ws-hold-count)
                       MOVE lh-subject-id TO ws-hold-id(ws-hold-count)
                   END-IF
           END-READ
           .
