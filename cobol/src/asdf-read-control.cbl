      *Reads a group's control-total record (asdf-control.cpy) as it
      *stands, for a caller that wants to know where the ledger is
      *without recomputing anything - asdf-settle-up noting the
      *position a settlement plan was computed from, and
      *asdf-confirm-settlement and asdf-check-stale-plans comparing
      *against it later. ls-found comes back 'N' for a group that
      *has never posted an entry, with the record zeroed and its
      *last id LOW-VALUES, which is as good a position as any other.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-read-control.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-control
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-control.
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==cn==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       COPY 'asdf-control.cpy' REPLACING ==:X:== BY ==ls==.
       01 ls-found                     PIC X.
           88 ls-found-yes             VALUE 'Y'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-control ls-found.
       para-main.
           SET ls-found-no TO TRUE
           MOVE 0 TO ls-record-count
           MOVE 0 TO ls-debt-total
           MOVE 0 TO ls-payment-total
           MOVE 0 TO ls-reversal-total
           MOVE 0 TO ls-writeoff-total
           MOVE 0 TO ls-chain-hash
           MOVE LOW-VALUES TO ls-last-id
           MOVE 0 TO ls-last-timestamp

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text '/control'
               INTO ws-path
           OPEN INPUT fd-control
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-control
               END-IF
               GO TO para-exit
           END-IF

           READ fd-control
               AT END
                   CONTINUE
               NOT AT END
                   MOVE cn-control TO ls-control
                   SET ls-found-yes TO TRUE
           END-READ
           CLOSE fd-control
           .

       para-exit.
           EXIT PROGRAM
           .
