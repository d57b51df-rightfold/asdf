      *Attachment storage usage report, one block per group that has
      *stored documents (each group's attachment register,
      *asdf-group-attachment.cpy, live or archived, from the
      *group-index): the documents and bytes it holds against its
      *quota (asdf-storage-quota), its five largest documents, and
      *its month-over-month growth - bytes added in each of the six
      *months ending with the report month, and the total held at
      *each month's end. Closes with the totals over every group and
      *what the shared content store's index holds that is charged
      *to no group (documents stored before the registers existed).
      *Read-only.
      *
      *Argument (optional): the report month, YYYYMM - by default the
      *current month.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-attachment-usage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-group-index
           ASSIGN DYNAMIC ws-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-index-status.

       SELECT OPTIONAL fd-register
           ASSIGN DYNAMIC ws-register-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-register-status.

       SELECT OPTIONAL fd-store-index
           ASSIGN DYNAMIC ws-store-index-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-store-index-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-group-index.
       COPY 'asdf-group-index.cpy' REPLACING ==:X:== BY ==gx==.

       FD fd-register.
       COPY 'asdf-group-attachment.cpy' REPLACING ==:X:== BY ==ga==.

       FD fd-store-index.
       COPY 'asdf-attachment.cpy' REPLACING ==:X:== BY ==at==.

       WORKING-STORAGE SECTION.
       01 ws-index-path                PIC X(256)
           VALUE '/var/lib/asdf/group-index'.
       01 ws-index-status              PIC XX.
       01 ws-register-path             PIC X(256).
       01 ws-register-status           PIC XX.
       01 ws-store-index-path          PIC X(256)
           VALUE '/var/lib/asdf/attachment-index'.
       01 ws-store-index-status        PIC XX.

       01 ws-month-text                PIC X(10) VALUE SPACES.
       01 ws-report-month              PIC 9(6).
       01 FILLER REDEFINES ws-report-month.
           02 ws-report-year           PIC 9(4).
           02 ws-report-mon            PIC 9(2).
       01 ws-now.
           02 ws-now-year              PIC 9(4).
           02 ws-now-month             PIC 9(2).
           02 FILLER                   PIC 9(8).

       01 ws-group                     PIC X(16).
       01 ws-group-text                PIC X(32).
       01 ws-archived                  PIC X.
           88 ws-archived-yes          VALUE 'Y'.
           88 ws-archived-no           VALUE 'N'.

      *The six months of the growth figures, oldest first, as
      *year * 12 + month - 1.
       01 ws-first-abs                 PIC 9(6) COMP.
       01 ws-abs                       PIC 9(6) COMP.
       01 ws-in-year                   PIC 9(4).
       01 ws-in-month                  PIC 9(2).
       01 ws-months.
           02 ws-mt-entry OCCURS 6 TIMES.
               03 ws-mt-label          PIC X(7).
               03 ws-mt-added          PIC 9(15) COMP.
               03 ws-mt-documents      PIC 9(7) COMP.
               03 ws-mt-total          PIC 9(15) COMP.
       01 ws-m                         PIC 9 COMP.

      *The group being reported on.
       01 ws-documents                 PIC 9(7) COMP.
       01 ws-bytes                     PIC 9(15) COMP.
       01 ws-before-bytes              PIC 9(15) COMP.
       01 ws-largest.
           02 ws-lg-entry OCCURS 5 TIMES.
               03 ws-lg-id             PIC X(16).
               03 ws-lg-size           PIC 9(10).
               03 ws-lg-stored         PIC 9(14).
               03 ws-lg-name           PIC X(60).
       01 ws-largest-count             PIC 9 COMP.
       01 ws-lg-i                      PIC 9 COMP.
       01 ws-lg-j                      PIC 9 COMP.

       01 ws-limited                   PIC X.
           88 ws-limited-yes           VALUE 'Y'.
           88 ws-limited-no            VALUE 'N'.
       01 ws-quota-bytes               PIC 9(15) COMP.
       01 ws-percent                   PIC 9(5).

      *Totals over every group.
       01 ws-group-count               PIC 9(7) COMP VALUE 0.
       01 ws-total-documents           PIC 9(9) COMP VALUE 0.
       01 ws-total-bytes               PIC 9(15) COMP VALUE 0.
       01 ws-store-documents           PIC 9(9) COMP VALUE 0.
       01 ws-store-bytes               PIC 9(15) COMP VALUE 0.
       01 ws-unassigned-documents      PIC S9(9) COMP.
       01 ws-unassigned-bytes          PIC S9(15) COMP.

       01 ws-display-bytes             PIC Z(14)9.
       01 ws-display-quota             PIC Z(14)9.
       01 ws-display-count             PIC Z(8)9.
       01 ws-display-percent           PIC Z(4)9.
       01 ws-display-total             PIC Z(14)9.
       01 ws-display-signed            PIC -(14)9.
       01 ws-uuid-text                 PIC X(32).

       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-sub-eof                   PIC X.
           88 ws-sub-eof-yes           VALUE 'Y'.
           88 ws-sub-eof-no            VALUE 'N'.

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
           ACCEPT ws-month-text FROM ARGUMENT-VALUE
           IF ws-month-text IS EQUAL TO SPACES THEN
               CALL 'asdf-utc-timestamp' USING ws-now
               MOVE ws-now-year TO ws-report-year
               MOVE ws-now-month TO ws-report-mon
           ELSE
               IF FUNCTION TRIM(ws-month-text) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(ws-month-text))
                           IS NOT EQUAL TO 6 THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(ws-month-text) TO ws-report-month
               IF ws-report-mon IS LESS THAN 1
                       OR ws-report-mon IS GREATER THAN 12 THEN
                   DISPLAY 'Invalid month' WITH NO ADVANCING
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE ws-first-abs =
               ws-report-year * 12 + ws-report-mon - 1 - 5
           PERFORM para-label-month
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 6

           DISPLAY 'ATTACHMENT STORAGE USAGE ' ws-mt-label(6)
           PERFORM para-walk-groups THRU para-walk-groups-exit
           PERFORM para-read-store-index
               THRU para-read-store-index-exit

           DISPLAY 'TOTALS'
           MOVE ws-group-count TO ws-display-count
           DISPLAY '    groups holding documents  '
               FUNCTION TRIM(ws-display-count)
           MOVE ws-total-documents TO ws-display-count
           MOVE ws-total-bytes TO ws-display-bytes
           DISPLAY '    charged to groups         '
               FUNCTION TRIM(ws-display-count) ' document(s), '
               FUNCTION TRIM(ws-display-bytes) ' bytes'
           MOVE ws-store-documents TO ws-display-count
           MOVE ws-store-bytes TO ws-display-bytes
           DISPLAY '    in the content store      '
               FUNCTION TRIM(ws-display-count) ' document(s), '
               FUNCTION TRIM(ws-display-bytes) ' bytes'
           COMPUTE ws-unassigned-documents =
               ws-store-documents - ws-total-documents
           COMPUTE ws-unassigned-bytes =
               ws-store-bytes - ws-total-bytes
           MOVE ws-unassigned-documents TO ws-display-signed
           DISPLAY '    charged to no group       '
               FUNCTION TRIM(ws-display-signed) ' document(s), '
               WITH NO ADVANCING
           MOVE ws-unassigned-bytes TO ws-display-signed
           DISPLAY FUNCTION TRIM(ws-display-signed) ' bytes'
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

       para-label-month.
           COMPUTE ws-abs = ws-first-abs + ws-m - 1
           COMPUTE ws-in-year = ws-abs / 12
           COMPUTE ws-in-month = ws-abs - ws-in-year * 12 + 1
           MOVE SPACES TO ws-mt-label(ws-m)
           STRING ws-in-year '-' ws-in-month DELIMITED BY SIZE
               INTO ws-mt-label(ws-m)
           .

       para-walk-groups.
           OPEN INPUT fd-group-index
           IF ws-index-status IS NOT EQUAL TO '00' THEN
               IF ws-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-group-index
               END-IF
               GO TO para-walk-groups-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-walk-one UNTIL ws-eof-yes
           CLOSE fd-group-index
           .

       para-walk-groups-exit.
           EXIT PARAGRAPH
           .

       para-walk-one.
           READ fd-group-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-report-group
                       THRU para-report-group-exit
           END-READ
           .

      *An archived group's register moved with its directory.
       para-report-group.
           MOVE gx-group-id TO ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text
           MOVE SPACES TO ws-register-path
           IF gx-status-archived THEN
               SET ws-archived-yes TO TRUE
               STRING '/var/lib/asdf/archive/group/' ws-group-text
                   '/attachments' DELIMITED BY SIZE
                   INTO ws-register-path
           ELSE
               SET ws-archived-no TO TRUE
               STRING '/var/lib/asdf/group/' ws-group-text
                   '/attachments' DELIMITED BY SIZE
                   INTO ws-register-path
           END-IF

           MOVE 0 TO ws-documents ws-bytes ws-before-bytes
               ws-largest-count
           INITIALIZE ws-largest
           PERFORM para-clear-month
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 6
           OPEN INPUT fd-register
           IF ws-register-status IS NOT EQUAL TO '00' THEN
               IF ws-register-status IS EQUAL TO '05' THEN
                   CLOSE fd-register
               END-IF
               GO TO para-report-group-exit
           END-IF
           SET ws-sub-eof-no TO TRUE
           PERFORM para-register-one UNTIL ws-sub-eof-yes
           CLOSE fd-register
           IF ws-documents IS EQUAL TO 0 THEN
               GO TO para-report-group-exit
           END-IF

           ADD 1 TO ws-group-count
           ADD ws-documents TO ws-total-documents
           ADD ws-bytes TO ws-total-bytes
           PERFORM para-print-group
           .

       para-report-group-exit.
           EXIT PARAGRAPH
           .

       para-clear-month.
           MOVE 0 TO ws-mt-added(ws-m) ws-mt-documents(ws-m)
               ws-mt-total(ws-m)
           .

       para-register-one.
           READ fd-register
               AT END
                   SET ws-sub-eof-yes TO TRUE
               NOT AT END
                   PERFORM para-count-document
           END-READ
           .

      *A document stored after the report month is left out of
      *every figure, so an earlier month's report reads the same
      *whenever it is run.
       para-count-document.
           MOVE ga-stored-timestamp(1:4) TO ws-in-year
           MOVE ga-stored-timestamp(5:2) TO ws-in-month
           COMPUTE ws-abs = ws-in-year * 12 + ws-in-month - 1
           IF ws-abs IS GREATER THAN ws-first-abs + 5 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-documents
           ADD ga-size TO ws-bytes
           IF ws-abs IS LESS THAN ws-first-abs THEN
               ADD ga-size TO ws-before-bytes
           ELSE
               COMPUTE ws-m = ws-abs - ws-first-abs + 1
               ADD ga-size TO ws-mt-added(ws-m)
               ADD 1 TO ws-mt-documents(ws-m)
           END-IF
           PERFORM para-keep-largest
           .

      *The five largest, biggest first: the document goes in at the
      *first place it beats, the rest shifting down one.
       para-keep-largest.
           MOVE 0 TO ws-lg-i
           PERFORM para-find-place
               VARYING ws-lg-j FROM 1 BY 1
               UNTIL ws-lg-j > ws-largest-count OR ws-lg-i > 0
           IF ws-lg-i IS EQUAL TO 0 THEN
               IF ws-largest-count IS NOT LESS THAN 5 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-largest-count
               MOVE ws-largest-count TO ws-lg-i
           ELSE
               IF ws-largest-count IS LESS THAN 5 THEN
                   ADD 1 TO ws-largest-count
               END-IF
               PERFORM para-shift-down
                   VARYING ws-lg-j FROM ws-largest-count BY -1
                   UNTIL ws-lg-j NOT GREATER THAN ws-lg-i
           END-IF
           MOVE ga-id TO ws-lg-id(ws-lg-i)
           MOVE ga-size TO ws-lg-size(ws-lg-i)
           MOVE ga-stored-timestamp TO ws-lg-stored(ws-lg-i)
           MOVE ga-name TO ws-lg-name(ws-lg-i)
           .

       para-find-place.
           IF ga-size IS GREATER THAN ws-lg-size(ws-lg-j) THEN
               MOVE ws-lg-j TO ws-lg-i
           END-IF
           .

       para-shift-down.
           MOVE ws-lg-entry(ws-lg-j - 1) TO ws-lg-entry(ws-lg-j)
           .

       para-print-group.
           IF ws-archived-yes THEN
               DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
                   ' (archived)'
           ELSE
               DISPLAY ws-group-text ' ' FUNCTION TRIM(gx-name)
           END-IF
           MOVE ws-documents TO ws-display-count
           MOVE ws-bytes TO ws-display-bytes
           CALL 'asdf-storage-quota' USING ws-group ws-limited
               ws-quota-bytes
           IF ws-limited-yes THEN
               COMPUTE ws-percent = ws-bytes * 100 / ws-quota-bytes
               MOVE ws-percent TO ws-display-percent
               MOVE ws-quota-bytes TO ws-display-quota
               DISPLAY '    ' FUNCTION TRIM(ws-display-count)
                   ' document(s), ' FUNCTION TRIM(ws-display-bytes)
                   ' bytes of a ' FUNCTION TRIM(ws-display-quota)
                   '-byte quota (' FUNCTION TRIM(ws-display-percent)
                   '%)'
           ELSE
               DISPLAY '    ' FUNCTION TRIM(ws-display-count)
                   ' document(s), ' FUNCTION TRIM(ws-display-bytes)
                   ' bytes, no quota'
           END-IF

           DISPLAY '    largest:'
           PERFORM para-print-largest
               VARYING ws-lg-i FROM 1 BY 1
               UNTIL ws-lg-i > ws-largest-count

           DISPLAY '    growth:'
           PERFORM para-print-month
               VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 6
           .

       para-print-largest.
           MOVE ws-lg-size(ws-lg-i) TO ws-display-bytes
           CALL 'asdf-format-uuid' USING ws-lg-id(ws-lg-i)
               ws-uuid-text
           DISPLAY '      ' ws-display-bytes ' '
               ws-lg-stored(ws-lg-i)(1:8) ' ' ws-uuid-text ' '
               FUNCTION TRIM(ws-lg-name(ws-lg-i))
           .

      *Each month's end total carries the one before it forward.
       para-print-month.
           IF ws-m IS EQUAL TO 1 THEN
               COMPUTE ws-mt-total(ws-m) =
                   ws-before-bytes + ws-mt-added(ws-m)
           ELSE
               COMPUTE ws-mt-total(ws-m) =
                   ws-mt-total(ws-m - 1) + ws-mt-added(ws-m)
           END-IF
           MOVE ws-mt-added(ws-m) TO ws-display-bytes
           MOVE ws-mt-documents(ws-m) TO ws-display-count
           MOVE ws-mt-total(ws-m) TO ws-display-total
           DISPLAY '      ' ws-mt-label(ws-m) ' +' ws-display-bytes
               ' bytes in ' ws-display-count ' document(s), '
               'total ' ws-display-total
           .

       para-read-store-index.
           OPEN INPUT fd-store-index
           IF ws-store-index-status IS NOT EQUAL TO '00' THEN
               IF ws-store-index-status IS EQUAL TO '05' THEN
                   CLOSE fd-store-index
               END-IF
               GO TO para-read-store-index-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-read-store-one UNTIL ws-eof-yes
           CLOSE fd-store-index
           .

       para-read-store-index-exit.
           EXIT PARAGRAPH
           .

       para-read-store-one.
           READ fd-store-index
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE at-stored-timestamp(1:4) TO ws-in-year
                   MOVE at-stored-timestamp(5:2) TO ws-in-month
                   COMPUTE ws-abs = ws-in-year * 12 + ws-in-month - 1
                   IF ws-abs IS NOT GREATER THAN ws-first-abs + 5 THEN
                       ADD 1 TO ws-store-documents
                       ADD at-size TO ws-store-bytes
                   END-IF
           END-READ
           .
