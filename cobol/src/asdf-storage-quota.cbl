      *Works out a group's attachment storage quota: its latest entry
      *in the quota table (asdf-attachment-quota.cpy), falling back
      *to the attachment-quota-mb configuration key when it has none
      *or its latest entry says to use the default. ls-limited comes
      *back 'N' - no quota at all - when the group is set unlimited
      *or the default applies and is not configured (or is zero);
      *otherwise ls-quota-bytes holds the quota in bytes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-storage-quota.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-quotas
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-quotas.
       COPY 'asdf-attachment-quota.cpy' REPLACING ==:X:== BY ==aq==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/attachment-quotas'.
       01 ws-status                    PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-kind                      PIC X.
       01 ws-quota-mb                  PIC 9(8) COMP.

       01 ws-config-key                PIC X(30).
       01 ws-config-value              PIC X(64).
       01 ws-config-found              PIC X.

       LINKAGE SECTION.
       01 ls-group                     PIC X(16).
       01 ls-limited                   PIC X.
           88 ls-limited-yes           VALUE 'Y'.
           88 ls-limited-no            VALUE 'N'.
       01 ls-quota-bytes               PIC 9(15) COMP.

       PROCEDURE DIVISION USING ls-group ls-limited ls-quota-bytes.
       para-main.
           SET ls-limited-no TO TRUE
           MOVE 0 TO ls-quota-bytes
           MOVE 'D' TO ws-kind
           MOVE 0 TO ws-quota-mb

           OPEN INPUT fd-quotas
           IF ws-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-read-one UNTIL ws-eof-yes
               CLOSE fd-quotas
           ELSE
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-quotas
               END-IF
           END-IF

           IF ws-kind IS EQUAL TO 'U' THEN
               GO TO para-exit
           END-IF
           IF ws-kind IS EQUAL TO 'D' THEN
               MOVE 'attachment-quota-mb' TO ws-config-key
               CALL 'asdf-read-config' USING ws-config-key
                   ws-config-value ws-config-found
               IF ws-config-found IS NOT EQUAL TO 'Y'
                       OR FUNCTION TRIM(ws-config-value)
                           IS NOT NUMERIC THEN
                   GO TO para-exit
               END-IF
               MOVE FUNCTION TRIM(ws-config-value) TO ws-quota-mb
           END-IF
           IF ws-quota-mb IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           SET ls-limited-yes TO TRUE
           COMPUTE ls-quota-bytes = ws-quota-mb * 1048576
           .

       para-exit.
           EXIT PROGRAM
           .

       para-read-one.
           READ fd-quotas
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF aq-group-id IS EQUAL TO ls-group THEN
                       MOVE aq-kind TO ws-kind
                       MOVE aq-quota-mb TO ws-quota-mb
                   END-IF
           END-READ
           .
