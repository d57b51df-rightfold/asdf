      *Lists a group and every group below it in the parent/child
      *hierarchy (gi-parent-group-id, set through
      *asdf-set-parent-group): the set a roll-up report folds
      *together. Every group in the group-index has its info read
      *once - live directory first, then the archive directory, so
      *an archived house still counts toward its company's history
      *- and the children of groups already in the set are pulled
      *in pass by pass until a pass adds nothing. The root comes
      *back first. asdf-set-parent-group also uses the list to
      *refuse a parent that is already below the group, which is
      *what keeps the hierarchy free of cycles.
      *
      *Arguments: root group id, count out, group ids out (a table
      *of up to 100 16-byte ids).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-list-descendants.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-info
           ASSIGN DYNAMIC ws-info-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-info-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-info.
       COPY 'asdf-group-info.cpy' REPLACING ==:X:== BY ==gi==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-info-path                 PIC X(256).
       01 ws-info-status               PIC XX.
       01 ws-group-text                PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

      *Every known group that names a parent.
       01 ws-link-count                PIC 9(4) COMP VALUE 0.
       01 ws-links.
           02 ws-link-entry OCCURS 1000 TIMES.
               03 ws-link-group        PIC X(16).
               03 ws-link-parent       PIC X(16).
       01 ws-l                         PIC 9(4) COMP.
       01 ws-g                         PIC 9(3) COMP.
       01 ws-added                     PIC X.
           88 ws-added-yes             VALUE 'Y'.
           88 ws-added-no              VALUE 'N'.
       01 ws-in-set                    PIC X.
           88 ws-in-set-yes            VALUE 'Y'.
           88 ws-in-set-no             VALUE 'N'.
       01 ws-parent-in-set             PIC X.
           88 ws-parent-in-set-yes     VALUE 'Y'.
           88 ws-parent-in-set-no      VALUE 'N'.

       LINKAGE SECTION.
       01 ls-root                      PIC X(16).
       01 ls-count                     PIC 9(3) COMP.
       01 ls-groups.
           02 ls-group OCCURS 100 TIMES
                                       PIC X(16).

       PROCEDURE DIVISION USING ls-root ls-count ls-groups.
       para-main.
           MOVE 0 TO ws-link-count
           PERFORM para-load-links THRU para-load-links-exit

           MOVE 1 TO ls-count
           MOVE ls-root TO ls-group(1)
           SET ws-added-yes TO TRUE
           PERFORM para-pass UNTIL ws-added-no
           EXIT PROGRAM
           .

       para-load-links.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-load-links-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-load-links-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-load-links-exit.
           EXIT PARAGRAPH
           .

       para-load-links-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-read-parent THRU para-read-parent-exit
           END-READ
           .

       para-read-parent.
           CALL 'asdf-format-uuid' USING gx-group-id ws-group-text
           MOVE SPACES TO ws-info-path
           STRING '/var/lib/asdf/group/' ws-group-text '/info'
               INTO ws-info-path
           OPEN INPUT fd-info
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               MOVE SPACES TO ws-info-path
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   '/info' INTO ws-info-path
               OPEN INPUT fd-info
           END-IF
           IF ws-info-status IS NOT EQUAL TO '00' THEN
               IF ws-info-status IS EQUAL TO '05' THEN
                   CLOSE fd-info
               END-IF
               GO TO para-read-parent-exit
           END-IF
           READ fd-info
               AT END
                   MOVE LOW-VALUES TO gi-parent-group-id
           END-READ
           CLOSE fd-info
           IF gi-parent-group-id IS EQUAL TO LOW-VALUES
                   OR gi-parent-group-id IS EQUAL TO SPACES
                   OR ws-link-count IS NOT LESS THAN 1000 THEN
               GO TO para-read-parent-exit
           END-IF
           ADD 1 TO ws-link-count
           MOVE gx-group-id TO ws-link-group(ws-link-count)
           MOVE gi-parent-group-id TO ws-link-parent(ws-link-count)
           .

       para-read-parent-exit.
           EXIT PARAGRAPH
           .

      *One pass over the links: a group whose parent is already in
      *the set, and which is not in it yet, joins.
       para-pass.
           SET ws-added-no TO TRUE
           PERFORM para-pass-one
               VARYING ws-l FROM 1 BY 1
               UNTIL ws-l > ws-link-count
           .

       para-pass-one.
           SET ws-parent-in-set-no TO TRUE
           SET ws-in-set-no TO TRUE
           PERFORM para-check-set
               VARYING ws-g FROM 1 BY 1
               UNTIL ws-g > ls-count
           IF ws-parent-in-set-yes AND ws-in-set-no
                   AND ls-count IS LESS THAN 100 THEN
               ADD 1 TO ls-count
               MOVE ws-link-group(ws-l) TO ls-group(ls-count)
               SET ws-added-yes TO TRUE
           END-IF
           .

       para-check-set.
           IF ls-group(ws-g) IS EQUAL TO ws-link-parent(ws-l) THEN
               SET ws-parent-in-set-yes TO TRUE
           END-IF
           IF ls-group(ws-g) IS EQUAL TO ws-link-group(ws-l) THEN
               SET ws-in-set-yes TO TRUE
           END-IF
           .
