      *Queues the short text-message rendering of one notification
      *for an account whose fa-notify-channel is 'S': looks up the
      *account's mobile file (asdf-mobile.cpy) and, when it holds a
      *verified number, appends one asdf-sms-queue.cpy record to
      */var/lib/asdf/sms-queue for asdf-send-sms to deliver.
      *ls-queued comes back 'N' when there is no verified number, in
      *which case the caller sends its mail as it always did - a
      *member who picked SMS and then never verified still hears.
      *
      *The text comes from the template file under the caller's key
      *with '-sms' appended (e.g. 'debt-recorded-sms'), its body
      *rendered with the same placeholders, so ops can word the
      *short form separately. Without such a template the caller's
      *already-rendered subject and body are joined and cut to one
      *message; a caller with no template at all (ls-key spaces)
      *gets its body alone, which is how the step-up login code is
      *sent.
      *
      *Arguments: account id, template key, language, the four
      *placeholder values asdf-render-template takes, the rendered
      *subject and body, and the Y/N result.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-queue-sms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-mobile
           ASSIGN DYNAMIC ws-mobile-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-mobile-status.

       SELECT OPTIONAL fd-sms-queue
           ASSIGN DYNAMIC ws-queue-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-mobile.
       COPY 'asdf-mobile.cpy' REPLACING ==:X:== BY ==mo==.

       FD fd-sms-queue.
       COPY 'asdf-sms-queue.cpy' REPLACING ==:X:== BY ==sq==.

       WORKING-STORAGE SECTION.
       01 ws-mobile-path               PIC X(256).
       01 ws-mobile-status             PIC XX.
       01 ws-queue-path                PIC X(256)
           VALUE '/var/lib/asdf/sms-queue'.
       01 ws-account-text              PIC X(32).

       01 ws-sms-key                   PIC X(30).
       01 ws-sms-subject               PIC X(80).
       01 ws-sms-body                  PIC X(200).
       01 ws-sms-found                 PIC X.
           88 ws-sms-found-yes         VALUE 'Y'.
           88 ws-sms-found-no          VALUE 'N'.
       01 ws-text                      PIC X(200).

       LINKAGE SECTION.
       01 ls-account                   PIC X(16).
       01 ls-key                       PIC X(30).
       01 ls-language                  PIC X(2).
       01 ls-amount-text               PIC X(20).
       01 ls-group-name                PIC X(100).
       01 ls-party-text                PIC X(32).
       01 ls-due-text                  PIC X(10).
       01 ls-subject                   PIC X(80).
       01 ls-body                      PIC X(200).
       01 ls-queued                    PIC X.
           88 ls-queued-yes            VALUE 'Y'.
           88 ls-queued-no             VALUE 'N'.

       PROCEDURE DIVISION USING ls-account ls-key ls-language
               ls-amount-text ls-group-name ls-party-text ls-due-text
               ls-subject ls-body ls-queued.
       para-main.
           SET ls-queued-no TO TRUE

           CALL 'asdf-format-uuid' USING ls-account ws-account-text
           MOVE SPACES TO ws-mobile-path
           STRING '/var/lib/asdf/account/' ws-account-text '/mobile'
               INTO ws-mobile-path
           OPEN INPUT fd-mobile
           IF ws-mobile-status IS NOT EQUAL TO '00' THEN
               IF ws-mobile-status IS EQUAL TO '05' THEN
                   CLOSE fd-mobile
               END-IF
               GO TO para-exit
           END-IF
           READ fd-mobile
               AT END
                   CLOSE fd-mobile
                   GO TO para-exit
           END-READ
           CLOSE fd-mobile
           IF NOT mo-verified-yes THEN
               GO TO para-exit
           END-IF

           PERFORM para-render-text

           MOVE mo-number TO sq-to-number
           MOVE ls-account TO sq-account-id
           MOVE ws-text TO sq-text
           MOVE FUNCTION CURRENT-DATE TO sq-queued-timestamp
           OPEN EXTEND fd-sms-queue
           WRITE sq-sms-entry
           CLOSE fd-sms-queue
           SET ls-queued-yes TO TRUE
           .

       para-exit.
           EXIT PROGRAM
           .

       para-render-text.
           SET ws-sms-found-no TO TRUE
           IF ls-key IS NOT EQUAL TO SPACES THEN
               MOVE SPACES TO ws-sms-key
               STRING FUNCTION TRIM(ls-key) '-sms'
                   DELIMITED BY SIZE INTO ws-sms-key
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE SPACES TO ws-sms-subject
               MOVE SPACES TO ws-sms-body
               CALL 'asdf-render-template' USING ws-sms-key
                   ls-language ls-amount-text ls-group-name
                   ls-party-text ls-due-text
                   ws-sms-subject ws-sms-body ws-sms-found
           END-IF

           MOVE SPACES TO ws-text
           EVALUATE TRUE
               WHEN ws-sms-found-yes
                   MOVE ws-sms-body TO ws-text
               WHEN ls-subject IS EQUAL TO SPACES
                   MOVE ls-body TO ws-text
               WHEN OTHER
                   STRING FUNCTION TRIM(ls-subject) ': '
                       FUNCTION TRIM(ls-body)
                       DELIMITED BY SIZE INTO ws-text
                       ON OVERFLOW CONTINUE
                   END-STRING
           END-EVALUATE
           .
