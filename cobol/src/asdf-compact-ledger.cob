      *Closed-period entries live only in the segment afterwards;
      *they are closed, so nothing should be posting reversals
      *against them anyway.
      *
      *A group under legal hold (asdf-check-legal-hold) is skipped
      *with a message and left exactly as it is.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-compact-ledger.
       01 ws-kept-last-id              PIC X(16).
       01 ws-kept-last-ts              PIC 9(14).

       01 ws-hold-type                 PIC X VALUE 'G'.
       01 ws-held                      PIC X.
           88 ws-held-yes              VALUE 'Y'.
       01 ws-held-groups               PIC 9(4) COMP VALUE 0.

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
           PERFORM para-walk-groups THRU para-walk-groups-exit
           DISPLAY ws-compacted-groups ' group(s) compacted'
           IF ws-held-groups IS GREATER THAN 0 THEN
               DISPLAY ws-held-groups ' group(s) skipped under legal '
                   'hold'
           END-IF
      *Best-effort deletes and renames leave a non-zero CBL_ return
      *code behind; that is not a failure of the compaction itself.
           MOVE 0 TO RETURN-CODE
           MOVE gi-last-closed-date TO ws-closed-date
           MOVE ws-closed-date TO ws-closed-date-text

           CALL 'asdf-check-legal-hold' USING ws-hold-type gx-group-id
               ws-held
           IF ws-held-yes THEN
               ADD 1 TO ws-held-groups
               DISPLAY FUNCTION TRIM(ws-group-text)
                   ': under legal hold, not compacted'
               GO TO para-compact-group-exit
           END-IF

      *A segment for this close date already on disk means this close
      *was compacted by an earlier run - but only the segments-list
      *entry makes it visible to the asdf-load-segments readers, and
