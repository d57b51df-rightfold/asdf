      *asdf-import-group reads when a group moves between
      *installations (the office instance and the club instance).
      *One fixed-length record per exported row: a HEADER first
      *(key = the group's id, image = its name), one LAYOUT record
      *per class of data file stating the exporter's record layout
      *version (image = the class and version, as in
      *asdf-layout-current.cpy), then one record per row of each
      *group file plus one ACCOUNT record per referenced member
      *account (key = the account id), and a TRAILER whose image
      *carries the record count for load verification. Images are
      *byte copies of the source records, padded with spaces; the
      *importer takes exactly LENGTH OF its own record layout back
      *out, so both installations must run the same record shapes -
      *which is what "the same system on two machines" means, and
      *what the LAYOUT records let the importer prove.
       01 :X:-archive-record.
      *HEADER, LAYOUT, INFO, MEMBER, LEDGER, CATEGORY, BUDGET,
      *PROFILE, PAYEE, SETTLEMENT, DISPUTE, RESOLUTION, ACCOUNT or
      *TRAILER.
           02 :X:-kind                 PIC X(12).
           02 :X:-key                  PIC X(16).
           02 :X:-image                PIC X(600).
