      *Records a meter reading (asdf-meter-reading.cpy) for a
      *billing period, for asdf-bill-meters to turn into
      *consumption. Arguments: acting account UUID, group UUID,
      *meter code, period (YYYYMM), reading (whole units of the
      *meter's unit). Members submit the reading of their own meter
      *or of a shared-space one; reading someone else's meter takes
      *a group admin. A reading already on file for the meter and
      *period is overwritten - the latest submission wins - so a
      *mistyped figure is corrected by simply resubmitting it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-submit-meter-reading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-meters
           ASSIGN DYNAMIC ws-meters-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-meters-status.

       SELECT OPTIONAL fd-readings
           ASSIGN DYNAMIC ws-readings-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-readings-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-meters.
       COPY 'asdf-meter.cpy' REPLACING ==:X:== BY ==mt==.

       FD fd-readings.
       COPY 'asdf-meter-reading.cpy' REPLACING ==:X:== BY ==mr==.

       WORKING-STORAGE SECTION.
       01 ws-meters-path               PIC X(256).
       01 ws-meters-status             PIC XX.
       01 ws-readings-path             PIC X(256).
       01 ws-readings-status           PIC XX.

       01 ws-acting-account-text       PIC X(32).
       01 ws-acting-account            PIC X(16).
       01 ws-is-admin                  PIC X.
           88 ws-is-admin-yes          VALUE 'Y'.
           88 ws-is-admin-no           VALUE 'N'.
       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-meter-id                  PIC X(20).
       01 ws-meter-member              PIC X(16).
       01 ws-period-text               PIC X(6).
       01 ws-period                    PIC 9(6).
       01 ws-reading-text              PIC X(12).
       01 ws-reading                   PIC 9(10) COMP.

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
       01 ws-now-flat                  PIC 9(14).

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
           ACCEPT ws-acting-account-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-acting-account-text
               ws-acting-account

           ACCEPT ws-group-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-group-text ws-group

           CALL 'asdf-check-member' USING ws-group ws-acting-account
               ws-found
           IF ws-found-no THEN
               DISPLAY 'Not an active member' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-meter-id FROM ARGUMENT-VALUE
           ACCEPT ws-period-text FROM ARGUMENT-VALUE
           IF ws-period-text IS NOT NUMERIC
                   OR ws-period-text(5:2) IS LESS THAN '01'
                   OR ws-period-text(5:2) IS GREATER THAN '12' THEN
               DISPLAY 'Invalid period' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-period-text TO ws-period
           ACCEPT ws-reading-text FROM ARGUMENT-VALUE
           IF ws-reading-text IS EQUAL TO SPACES
                   OR FUNCTION TRIM(ws-reading-text) IS NOT NUMERIC
                   THEN
               DISPLAY 'Invalid reading' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(ws-reading-text) TO ws-reading

           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-meters-path
           STRING '/var/lib/asdf/group/' ws-group-text '/meters'
               INTO ws-meters-path
           MOVE SPACES TO ws-readings-path
           STRING '/var/lib/asdf/group/' ws-group-text
               '/meter-readings' INTO ws-readings-path

           PERFORM para-find-meter THRU para-find-meter-exit
           IF ws-found-no THEN
               DISPLAY 'No such meter' WITH NO ADVANCING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-meter-member IS NOT EQUAL TO LOW-VALUES
                   AND ws-meter-member IS NOT EQUAL TO
                       ws-acting-account THEN
               CALL 'asdf-check-admin' USING ws-group
                   ws-acting-account ws-is-admin
               IF ws-is-admin-no THEN
                   DISPLAY 'Only an admin can read another '
                       'member''s meter' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ws-now-flat =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second

           PERFORM para-replace-reading
               THRU para-replace-reading-exit
           IF ws-found-no THEN
               MOVE ws-meter-id TO mr-meter-id
               MOVE ws-period TO mr-period
               MOVE ws-reading TO mr-reading
               MOVE ws-acting-account TO mr-submitted-by
               MOVE ws-now-flat TO mr-submitted-timestamp
               OPEN EXTEND fd-readings
               WRITE mr-reading-entry
               CLOSE fd-readings
           END-IF

           DISPLAY 'Reading recorded' WITH NO ADVANCING
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-find-meter.
           SET ws-found-no TO TRUE
           OPEN INPUT fd-meters
           IF ws-meters-status IS NOT EQUAL TO '00' THEN
               IF ws-meters-status IS EQUAL TO '05' THEN
                   CLOSE fd-meters
               END-IF
               GO TO para-find-meter-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-find-meter-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-meters
           .

       para-find-meter-exit.
           EXIT PARAGRAPH
           .

       para-find-meter-one.
           READ fd-meters
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mt-meter-id IS EQUAL TO ws-meter-id
                           AND mt-status-active THEN
                       MOVE mt-member-id TO ws-meter-member
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .

       para-replace-reading.
           SET ws-found-no TO TRUE
           OPEN I-O fd-readings
           IF ws-readings-status IS NOT EQUAL TO '00' THEN
               IF ws-readings-status IS EQUAL TO '05' THEN
                   CLOSE fd-readings
               END-IF
               GO TO para-replace-reading-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-replace-reading-one UNTIL ws-eof-yes
               OR ws-found-yes
           CLOSE fd-readings
           .

       para-replace-reading-exit.
           EXIT PARAGRAPH
           .

       para-replace-reading-one.
           READ fd-readings
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF mr-meter-id IS EQUAL TO ws-meter-id
                           AND mr-period IS EQUAL TO ws-period THEN
                       MOVE ws-reading TO mr-reading
                       MOVE ws-acting-account TO mr-submitted-by
                       MOVE ws-now-flat TO mr-submitted-timestamp
                       REWRITE mr-reading-entry
                       SET ws-found-yes TO TRUE
                   END-IF
           END-READ
           .
