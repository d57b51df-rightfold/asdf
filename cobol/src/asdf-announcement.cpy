      *Record layout for a group announcement, held in
      */var/lib/asdf/group/<id>/announcements - one record per
      *message an admin broadcast through asdf-post-announcement
      *("rent goes up next month", "the house account is changing"),
      *so what the group was told stays on file with the group
      *instead of in somebody's sent-mail folder. Every active member
      *is sent it on their own notification channel, sees it in
      *their activity feed, and signs it off through
      *asdf-ack-announcement (asdf-announcement-ack.cpy);
      *asdf-announcement-report shows the group's admins who has not.
       01 :X:-announcement.
           02 :X:-id                   PIC X(16).
           02 :X:-author               PIC X(16).
      *Flat UTC year/month/day/hour/minute/second value.
           02 :X:-posted-timestamp     PIC 9(14).
           02 :X:-subject              PIC X(80).
           02 :X:-body                 PIC X(200).
      *Members the announcement was sent to (every active member but
      *the author, whether or not their channel let it through).
           02 :X:-recipient-count      PIC 9(5).
