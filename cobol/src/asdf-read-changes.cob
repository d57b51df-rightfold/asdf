      *sequence the caller has already seen (blank or zero for
      *everything). One line per event: sequence, type, group,
      *subject, actor, timestamp; the caller keeps the highest
      *sequence it printed as its next cursor. Partners that would
      *rather be pushed to register a webhook instead (see
      *asdf-deliver-webhooks).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-read-changes.
       01 ws-subject-text              PIC X(32).
       01 ws-actor-text                PIC X(32).

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
           ACCEPT ws-after-text FROM ARGUMENT-VALUE
           IF ws-after-text IS NOT EQUAL TO SPACES
                   AND FUNCTION TRIM(ws-after-text) IS NUMERIC THEN
