       01 ws-amount-text               PIC X(20).
       01 ws-movement                  PIC S9(11) COMP.

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
           ACCEPT ws-uuid-text FROM ARGUMENT-VALUE
           CALL 'asdf-parse-uuid' USING ws-uuid-text ws-group
           CALL 'asdf-format-uuid' USING ws-group ws-group-text

           MOVE rc-debitor TO ws-target-account
           PERFORM para-find-balance
           IF rc-debt OR rc-variable THEN
               SUBTRACT ws-converted-amount FROM
                   ws-balance-amount(ix-balance)
           ELSE

           MOVE rc-creditor TO ws-target-account
           PERFORM para-find-balance
           IF rc-debt OR rc-variable THEN
               ADD ws-converted-amount TO
                   ws-balance-amount(ix-balance)
           ELSE
