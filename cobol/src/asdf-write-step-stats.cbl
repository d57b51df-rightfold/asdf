      *Appends a nightly step's statistics record (asdf-step-
      *stats.cpy) to /var/lib/asdf/step-stats, stamping it with the
      *business date the step ran for and the time it finished. The
      *caller fills in its job name and counts.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-write-step-stats.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-stats
           ASSIGN DYNAMIC ws-stats-path
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-stats.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==ss==.

       WORKING-STORAGE SECTION.
       01 ws-stats-path                PIC X(256)
           VALUE '/var/lib/asdf/step-stats'.
       01 ws-business-now              PIC 9(14).
       01 ws-utc-now.
           02 ws-utc-year              PIC 9(4).
           02 ws-utc-month             PIC 9(2).
           02 ws-utc-day               PIC 9(2).
           02 ws-utc-hour              PIC 9(2).
           02 ws-utc-minute            PIC 9(2).
           02 ws-utc-second            PIC 9(2).

       LINKAGE SECTION.
       COPY 'asdf-step-stats.cpy' REPLACING ==:X:== BY ==ls==.

       PROCEDURE DIVISION USING ls-step-stats.
       para-main.
           CALL 'asdf-business-timestamp' USING ws-business-now
           MOVE ws-business-now(1:8) TO ls-business-date
           CALL 'asdf-utc-timestamp' USING ws-utc-now
           COMPUTE ls-written-timestamp =
               ws-utc-year * 10000000000
               + ws-utc-month * 100000000
               + ws-utc-day * 1000000
               + ws-utc-hour * 10000
               + ws-utc-minute * 100
               + ws-utc-second

           OPEN EXTEND fd-stats
           MOVE ls-step-stats TO ss-step-stats
           WRITE ss-step-stats
           CLOSE fd-stats
           .

       para-exit.
           EXIT PROGRAM
           .
