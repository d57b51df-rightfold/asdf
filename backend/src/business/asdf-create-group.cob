           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-category-months
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
       FD fd-members.
       COPY 'asdf-member.cpy' REPLACING ==:X:== BY ==fs==.

       FD fd-category-months.
       COPY 'asdf-category-month.cpy' REPLACING ==:X:== BY ==cm==.

       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       01 ws-new-group-base             PIC X(200).
       01 ws-copied-count               PIC 9(6) COMP.

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
           PERFORM para-generate-id

           ACCEPT fs-name FROM ARGUMENT-VALUE

           PERFORM para-write-info
           PERFORM para-write-members
           PERFORM para-write-category-months
           PERFORM para-write-index
           IF ws-template-name IS NOT EQUAL TO SPACES THEN
               PERFORM para-apply-template
           MOVE SPACE TO fs-freeze-flag
           MOVE SPACES TO fs-freeze-reason
           MOVE 0 TO fs-thaw-date
           MOVE SPACES TO fs-pot-bank-details
           MOVE LOW-VALUES TO fs-parent-group-id
           MOVE 12 TO fs-fiscal-year-end
           MOVE 0 TO fs-payment-confirm-days

           OPEN OUTPUT fd-info
           WRITE fs-info
               ws-membership-status
           .

      *An empty ledger has empty category-by-month totals; with the
      *file there from the start, asdf-update-category-months keeps
      *it current from the first posting on.
       para-write-category-months.
           MOVE SPACES TO ws-path
           STRING '/var/lib/asdf/group/' ws-id-text
               '/category-months' INTO ws-path
           OPEN OUTPUT fd-category-months
           CLOSE fd-category-months
           .

       para-write-index.
           MOVE ws-id TO gx-group-id
           MOVE fs-name TO gx-name
