      *Finds the version of a document ('T' terms of service, 'P'
      *privacy notice) in force today: the terms-version entry
      *(asdf-terms-version.cpy) with the latest effective date not
      *after today, the later-entered one winning a tie. Arguments:
      *the document, and the version, effective date and text
      *reference handed back, with a Y/N found flag - 'N' when no
      *version of the document has taken effect yet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-current-terms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-versions
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-versions.
       COPY 'asdf-terms-version.cpy' REPLACING ==:X:== BY ==tv==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/terms-versions'.
       01 ws-status                    PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.
       01 ws-today                     PIC 9(8).

       LINKAGE SECTION.
       01 ls-document                  PIC X.
       01 ls-version                   PIC X(10).
       01 ls-effective-date            PIC 9(8).
       01 ls-text-reference            PIC X(100).
       01 ls-found                     PIC X.
           88 ls-found-yes             VALUE 'Y'.
           88 ls-found-no              VALUE 'N'.

       PROCEDURE DIVISION USING ls-document ls-version
           ls-effective-date ls-text-reference ls-found.
       para-main.
           SET ls-found-no TO TRUE
           MOVE SPACES TO ls-version
           MOVE 0 TO ls-effective-date
           MOVE SPACES TO ls-text-reference
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today

           OPEN INPUT fd-versions
           IF ws-status IS NOT EQUAL TO '00' THEN
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-versions
               END-IF
               GO TO para-exit
           END-IF
           SET ws-eof-no TO TRUE
           PERFORM para-read-one UNTIL ws-eof-yes
           CLOSE fd-versions
           .

       para-exit.
           EXIT PROGRAM
           .

       para-read-one.
           READ fd-versions
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF tv-document IS EQUAL TO ls-document
                           AND tv-effective-date IS NOT GREATER THAN
                               ws-today
                           AND tv-effective-date IS NOT LESS THAN
                               ls-effective-date THEN
                       MOVE tv-version TO ls-version
                       MOVE tv-effective-date TO ls-effective-date
                       MOVE tv-text-reference TO ls-text-reference
                       SET ls-found-yes TO TRUE
                   END-IF
           END-READ
           .
