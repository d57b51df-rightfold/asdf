      *Record layout for an entry in a group's attachment register,
      *held in /var/lib/asdf/group/<id>/attachments. The attachment
      *content store itself is shared by every group; this register
      *is what asdf-store-attachment charges each stored document
      *to, so a group's storage can be held to its quota and
      *reported on (asdf-attachment-usage). Append-only.
       01 :X:-group-attachment.
           02 :X:-id                   PIC X(16).
           02 :X:-size                 PIC 9(10).
           02 :X:-stored-timestamp     PIC 9(14).
      *The document's file name as it was ingested, without the
      *directory, so a report can say what the bytes are.
           02 :X:-name                 PIC X(60).
