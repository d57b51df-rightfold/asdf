      *Answers whether an account still has to accept a version of
      *the terms of service or the privacy notice now in force
      *(asdf-current-terms): ls-outstanding comes back 'Y' when
      *either document's current version has no entry for the
      *account in the acceptance log (asdf-terms-acceptance.cpy),
      *'N' when both are accepted or no version has taken effect.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-check-terms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-acceptances
           ASSIGN DYNAMIC ws-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL
           FILE STATUS IS ws-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-acceptances.
       COPY 'asdf-terms-acceptance.cpy' REPLACING ==:X:== BY ==ta==.

       WORKING-STORAGE SECTION.
       01 ws-path                      PIC X(256)
           VALUE '/var/lib/asdf/terms-acceptances'.
       01 ws-status                    PIC XX.
       01 ws-eof                       PIC X.
           88 ws-eof-yes               VALUE 'Y'.
           88 ws-eof-no                VALUE 'N'.

       01 ws-document                  PIC X.
       01 ws-version                   PIC X(10).
       01 ws-effective-date            PIC 9(8).
       01 ws-text-reference            PIC X(100).
       01 ws-found                     PIC X.
           88 ws-found-yes             VALUE 'Y'.
           88 ws-found-no              VALUE 'N'.
       01 ws-accepted                  PIC X.
           88 ws-accepted-yes          VALUE 'Y'.
           88 ws-accepted-no           VALUE 'N'.

       LINKAGE SECTION.
       01 ls-account-id                PIC X(16).
       01 ls-outstanding               PIC X.
           88 ls-outstanding-yes       VALUE 'Y'.
           88 ls-outstanding-no        VALUE 'N'.

       PROCEDURE DIVISION USING ls-account-id ls-outstanding.
       para-main.
           SET ls-outstanding-no TO TRUE
           MOVE 'T' TO ws-document
           PERFORM para-check-document THRU para-check-document-exit
           IF ls-outstanding-no THEN
               MOVE 'P' TO ws-document
               PERFORM para-check-document
                   THRU para-check-document-exit
           END-IF
           .

       para-exit.
           EXIT PROGRAM
           .

       para-check-document.
           CALL 'asdf-current-terms' USING ws-document ws-version
               ws-effective-date ws-text-reference ws-found
           IF ws-found-no THEN
               GO TO para-check-document-exit
           END-IF

           SET ws-accepted-no TO TRUE
           OPEN INPUT fd-acceptances
           IF ws-status IS EQUAL TO '00' THEN
               SET ws-eof-no TO TRUE
               PERFORM para-read-one UNTIL ws-eof-yes OR ws-accepted-yes
               CLOSE fd-acceptances
           ELSE
               IF ws-status IS EQUAL TO '05' THEN
                   CLOSE fd-acceptances
               END-IF
           END-IF
           IF ws-accepted-no THEN
               SET ls-outstanding-yes TO TRUE
           END-IF
           .

       para-check-document-exit.
           EXIT PARAGRAPH
           .

       para-read-one.
           READ fd-acceptances
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ta-account-id IS EQUAL TO ls-account-id
                           AND ta-document IS EQUAL TO ws-document
                           AND ta-version IS EQUAL TO ws-version THEN
                       SET ws-accepted-yes TO TRUE
                   END-IF
           END-READ
           .
