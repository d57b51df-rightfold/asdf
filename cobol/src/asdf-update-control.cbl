               ls-transaction
           CALL 'asdf-update-balances' USING ls-group
               ls-transaction
           CALL 'asdf-update-category-months' USING ls-group
               ls-transaction

           MOVE 'ENTRY-POSTED' TO ws-event-type
           CALL 'asdf-append-change-event' USING ws-event-type
