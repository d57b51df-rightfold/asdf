      *Straight-line depreciated value of a registered asset
      *(asdf-asset.cpy) on a given date: the cost loses an equal
      *slice every whole month from the purchase month on, and is
      *worth nothing once the depreciation period has run out. A
      *zero period means the asset holds its cost. Months are
      *counted by calendar month, ignoring the day, so an asset
      *bought any day in March has lost one slice by any day in
      *April. Shared by asdf-asset-report and asdf-offboard-member's
      *BUYOUT so the valuation and the buyout always agree.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. asdf-asset-value.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-date-split.
           02 ws-date-year             PIC 9(4).
           02 ws-date-month            PIC 9(2).
           02 ws-date-day              PIC 9(2).
       01 ws-purchase-months           PIC S9(7) COMP.
       01 ws-as-of-months              PIC S9(7) COMP.
       01 ws-elapsed                   PIC S9(7) COMP.

       LINKAGE SECTION.
       01 ls-cost                      PIC 9(10) COMP.
       01 ls-purchase-date             PIC 9(8).
       01 ls-months                    PIC 9(3).
       01 ls-as-of-date                PIC 9(8).
       01 ls-value                     PIC 9(10) COMP.

       PROCEDURE DIVISION USING ls-cost ls-purchase-date ls-months
           ls-as-of-date ls-value.
       para-main.
           MOVE ls-cost TO ls-value
           IF ls-months IS EQUAL TO 0 THEN
               GO TO para-exit
           END-IF

           MOVE ls-purchase-date TO ws-date-split
           COMPUTE ws-purchase-months =
               ws-date-year * 12 + ws-date-month
           MOVE ls-as-of-date TO ws-date-split
           COMPUTE ws-as-of-months =
               ws-date-year * 12 + ws-date-month
           COMPUTE ws-elapsed = ws-as-of-months - ws-purchase-months

           IF ws-elapsed IS NOT GREATER THAN 0 THEN
               GO TO para-exit
           END-IF
           IF ws-elapsed IS NOT LESS THAN ls-months THEN
               MOVE 0 TO ls-value
               GO TO para-exit
           END-IF
           COMPUTE ls-value =
               ls-cost * (ls-months - ws-elapsed) / ls-months
           .

       para-exit.
           EXIT PROGRAM
           .
