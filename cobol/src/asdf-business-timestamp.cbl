      *Returns "now" for a batch step: the current UTC time from
      *asdf-utc-timestamp, in the same six-field shape, but with the
      *date replaced by the business date asdf-run-batch is
      *processing whenever the control record (asdf-batch-
      *control.cpy) shows a chain running. A missed night caught up
      *the next morning then posts, snapshots and duns as of the
      *night it stands for, not as of the clock. With no control
      *record, or no chain running, it is the plain UTC clock, so a
      *step run by hand outside the chain behaves as it always did.
      *The control record is read once per run and kept.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-business-timestamp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-control
           ASSIGN DYNAMIC ws-control-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-control.
       COPY 'asdf-batch-control.cpy' REPLACING ==:X:== BY ==bc==.

       WORKING-STORAGE SECTION.
       01 ws-control-path              PIC X(256)
           VALUE '/var/lib/asdf/batch-control'.
       01 ws-control-status            PIC XX.
       01 ws-loaded                    PIC X VALUE 'N'.
           88 ws-loaded-yes            VALUE 'Y'.
      *Zero when the clock date stands.
       01 ws-business-date             PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 ls-timestamp.
           02 ls-date                  PIC 9(8).
           02 ls-time                  PIC 9(6).

       PROCEDURE DIVISION USING ls-timestamp.
       para-main.
           IF NOT ws-loaded-yes THEN
               PERFORM para-load THRU para-load-exit
               SET ws-loaded-yes TO TRUE
           END-IF

           CALL 'asdf-utc-timestamp' USING ls-timestamp
           IF ws-business-date IS GREATER THAN 0 THEN
               MOVE ws-business-date TO ls-date
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-load.
           MOVE 0 TO ws-business-date
           OPEN INPUT fd-control
           IF ws-control-status IS NOT EQUAL TO '00' THEN
               IF ws-control-status IS EQUAL TO '05' THEN
                   CLOSE fd-control
               END-IF
               GO TO para-load-exit
           END-IF
           READ fd-control
               AT END
                   CONTINUE
               NOT AT END
                   IF bc-status-running
                           AND bc-business-date IS NUMERIC THEN
                       MOVE bc-business-date TO ws-business-date
                   END-IF
           END-READ
           CLOSE fd-control
           .

       para-load-exit.
           EXIT PARAGRAPH
           .
