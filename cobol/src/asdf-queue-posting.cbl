      *Drops one posting into its group's asynchronous posting queue
      *(asdf-posting-request.cpy) for asdf-drain-postings to post
      *later, on behalf of a caller that has already established who
      *is asking - the HTTP gateway on a group session, the inbound
      *mail processor on a confirmed sender. The caller fills in the
      *group, the requester, the origin and the posting's own
      *fields; the request id, the timestamp and the queued status
      *are set here, and the id comes back in ls-request-id for the
      *caller to hand out. Nothing here touches the ledger, so the
      *caller never waits on the ledger lock.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-queue-posting.

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

       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).
       01 ws-utc-flat REDEFINES ws-utc-now
                                       PIC 9(14).

       LINKAGE SECTION.
       COPY 'asdf-posting-request.cpy' REPLACING ==:X:== BY ==ls==.

       PROCEDURE DIVISION USING ls-posting-request.
       para-main.
           CALL 'asdf-generate-uuid' USING ls-request-id
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           MOVE ws-utc-flat TO ls-requested-timestamp
           MOVE 0 TO ls-completed-timestamp
           SET ls-status-queued TO TRUE
           MOVE LOW-VALUES TO ls-transaction-id
           MOVE SPACES TO ls-reason

           CALL 'asdf-format-uuid' USING ls-group-id ws-group-text
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/posting-queue' INTO ws-path
           MOVE ls-posting-request TO pq-posting-request
           OPEN EXTEND fd-queue
           WRITE pq-posting-request
           CLOSE fd-queue
           EXIT PROGRAM
           .
