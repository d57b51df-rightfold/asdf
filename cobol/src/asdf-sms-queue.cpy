      *Record layout for an entry in the global outbound SMS spool,
      *held in /var/lib/asdf/sms-queue - the text-message twin of
      *the mail queue (asdf-mail-queue.cpy). asdf-queue-sms appends
      *the short rendering of a notification here for an account
      *whose fa-notify-channel is 'S'; asdf-send-sms drains it to
      *the SMS provider's upload interface, and what still won't go
      *after its retries lands in /var/lib/asdf/sms-dead-letter in
      *this same layout.
       01 :X:-sms-entry.
      *Protected form, as held in the account's mobile file
      *(asdf-mobile.cpy); revealed only for the upload itself.
           02 :X:-to-number            PIC X(21).
           02 :X:-account-id           PIC X(16).
      *One standard 160-character message, no more.
           02 :X:-text                 PIC X(160).
           02 :X:-queued-timestamp.
               03 :X:-queued-year      PIC 9(4).
               03 :X:-queued-month     PIC 9(2).
               03 :X:-queued-day       PIC 9(2).
               03 :X:-queued-hour      PIC 9(2).
               03 :X:-queued-minute    PIC 9(2).
               03 :X:-queued-second    PIC 9(2).
