      *Posts one item to the operator exceptions queue
      *(asdf-exception.cpy) on behalf of a batch job that has just
      *reported it. Arguments: source, severity, group id, subject
      *id (LOW-VALUES for either where there is none), description.
      *The nightly jobs report what is still wrong every night until
      *somebody fixes it, so an item still open for the same source,
      *group, subject and description is left as it is rather than
      *raised again; ls-raised comes back 'N' in that case.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-raise-exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-exceptions
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-exceptions.
       COPY 'asdf-exception.cpy' REPLACING ==:X:== BY ==ex==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/exceptions'.
       01 ws-status                    PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.

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
       01 ls-source                    PIC X(20).
       01 ls-severity                  PIC X.
       01 ls-group                     PIC X(16).
       01 ls-subject                   PIC X(16).
       01 ls-description               PIC X(200).
       01 ls-raised                    PIC X.
           88 ls-raised-yes            VALUE 'Y'.
           88 ls-raised-no             VALUE 'N'.

       PROCEDURE DIVISION USING ls-source ls-severity ls-group
               ls-subject ls-description ls-raised.
       para-main.
           SET ls-raised-no TO TRUE
           PERFORM para-find-open THRU para-find-open-exit
           IF ws-found-yes THEN
               GO TO para-exit
           END-IF

           INITIALIZE ex-exception
           CALL 'asdf-generate-uuid' USING ex-id
           MOVE ls-source TO ex-source
           MOVE ls-severity TO ex-severity
           MOVE ls-group TO ex-group-id
           MOVE ls-subject TO ex-subject-id
           MOVE ls-description TO ex-description
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           MOVE ws-utc-flat TO ex-raised-timestamp
           SET ex-status-open TO TRUE
           MOVE LOW-VALUES TO ex-assigned-to
           MOVE LOW-VALUES TO ex-closed-by

           OPEN EXTEND fd-exceptions
           WRITE ex-exception
           CLOSE fd-exceptions
           SET ls-raised-yes TO TRUE
           .

       para-exit.
           EXIT PROGRAM
           .

       para-find-open.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-exceptions
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-exceptions
               END-IF
               GO TO para-find-open-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-open-one UNTIL ws-eof-yes OR ws-found-yes
           CLOSE fd-exceptions
           .

       para-find-open-exit.
           EXIT PARAGRAPH
           .

       para-find-open-one.
           READ fd-exceptions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ex-status-open
                           AND ex-source IS EQUAL TO ls-source
                           AND ex-group-id IS EQUAL TO ls-group
                           AND ex-subject-id IS EQUAL TO ls-subject
                           AND ex-description IS EQUAL TO
                               ls-description THEN
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
