      *Stands in for asdf-check-session when asdf-append-to-ledger is
      *run by asdf-drain-postings on a queued posting request: the
      *request's session (or confirmed mail sender) was checked when
      *it was queued, and may well have lapsed by the time the queue
      *is drained. Arguments: group id, request id, the requesting
      *account (returned), valid flag (returned). The request must
      *be on the group's posting queue with the drainer working it
      *right now (status 'D'), and its requester must still be an
      *active member of the group - someone removed while their
      *request waited does not get it posted.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-posting-request.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-queue
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-queue.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==pq==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256).
       01 ws-status                    PIC XX.
       01 ws-group-text                PIC X(32).
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-member-found              PIC X.
           88 ws-member-found-yes      VALUE 'Y'.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-request-id                PIC X(16).
       01 ls-account                   PIC X(16).
       01 ls-valid                     PIC X.
           88 ls-valid-yes             VALUE 'Y'.
           88 ls-valid-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-group ls-request-id ls-account
               ls-valid.
       para-main.
           SET ls-valid-no TO TRUE
           MOVE LOW-VALUES TO ls-account

           CALL 'asdf-format-uuid' USING ls-group ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/posting-queue' INTO ws-path
           OPEN INPUT fd-queue
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-queue
               END-IF
               GO TO para-exit
           END-IF

           SET ws-eof-no TO TRUE
           SET ws-found-no TO TRUE
           PERFORM para-scan-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-queue
           IF ws-found-no THEN
               GO TO para-exit
           END-IF

           CALL 'asdf-check-member' USING ls-group ls-account
               ws-member-found
           IF ws-member-found-yes THEN
               SET ls-valid-yes TO TRUE
           ELSE
               MOVE LOW-VALUES TO ls-account
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-scan-one.
           READ fd-queue
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF pq-request-id IS EQUAL TO ls-request-id
                           AND pq-status-draining THEN
                       SET ws-found-yes TO TRUE
                       MOVE pq-requested-by TO ls-account
                   END-IF
           END-READ
           .
