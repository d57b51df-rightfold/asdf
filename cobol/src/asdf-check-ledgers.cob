      *group is usable again the same night instead of being frozen
      *until someone edits binary files by hand. A repaired run exits
      *zero, since everything that needed attention has been moved
      *where a human can review it. Each quarantined record is also
      *posted to the operator exceptions queue (asdf-raise-
      *exception) so the review does not depend on someone reading
      *this report.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-ledgers.
       01 ws-quarantined-count         PIC 9(6) COMP.
       01 ws-display-count             PIC Z(5)9.

      *Operator exceptions queue item (asdf-raise-exception).
       01 ws-exception-source          PIC X(20) VALUE 'SUSPENSE'.
       01 ws-exception-severity        PIC X VALUE 'H'.
       01 ws-exception-description     PIC X(200).
       01 ws-exception-raised          PIC X.

      *An entry is never for zero money, and this shop has never
      *booked a single entry anywhere near a billion units of any
      *currency; either end of that range is a stronger sign of a
           88 ws-ledger-had-problem-yes VALUE 'Y'.
           88 ws-ledger-had-problem-no  VALUE 'N'.

      *This run's figures for the morning report (asdf-step-
      *stats.cpy), appended through asdf-write-step-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==st==.

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
           INITIALIZE st-step-stats
           MOVE 'asdf-check-ledgers' TO st-job-name
           ACCEPT ws-mode FROM ARGUMENT-VALUE
           PERFORM para-scan-groups THRU para-scan-groups-exit
           PERFORM para-print-summary

           MOVE ws-bad-record-count TO st-rejects
           CALL 'asdf-write-step-stats' USING st-step-stats
           IF ws-bad-record-count IS GREATER THAN 0
                   AND NOT ws-mode-repair THEN
               MOVE 1 TO RETURN-CODE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO st-records-read
                   PERFORM para-check-group THRU para-check-group-exit
           END-READ
           .
           MOVE fs-transaction TO sp-record
           WRITE sp-suspense
           ADD 1 TO ws-quarantined-count

           MOVE ws-record-number TO ws-display-count
           MOVE SPACES TO ws-exception-description
           STRING 'ledger record ' FUNCTION TRIM(ws-display-count)
               ' moved to suspense: ' FUNCTION TRIM(ws-problem-text)
               DELIMITED BY SIZE INTO ws-exception-description
           CALL 'asdf-raise-exception' USING ws-exception-source
               ws-exception-severity gx-group-id fs-id
               ws-exception-description ws-exception-raised
           .

       para-check-one.
