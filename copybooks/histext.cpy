      *> histext.cpy
      *> customer case-history extract record, written by the
      *> dossier inquiry program with one record per timeline
      *> event for each cust-id asked about, in the same order the
      *> dossier prints them.  hx-source names the file the event
      *> came from (CUSTMST / MSTARCH / MNTAUDIT / AUDITLOG /
      *> ERRFILE / ERRRCYC / CUSTREJ / ACKERR).  hx-event carries
      *> the maintenance action, the processing status, the failing
      *> call name or the reject reason of that source.  the
      *> current-state record (source CUSTMST or MSTARCH, or
      *> NOTFOUND when neither holds the customer) comes first
      *> with the image in hx-after-image; maintenance events carry
      *> both images; AUDITLOG events carry the processed names and
      *> CUSTREJ events the rejected record image in
      *> hx-after-image.  reject-file events have no timestamp and
      *> carry spaces there.
           05  hx-cust-id             pic 9(9).
           05  hx-timestamp           pic x(14).
           05  hx-source              pic x(08).
           05  hx-event               pic x(08).
           05  hx-retry-count         pic 9(2).
           05  hx-text                pic x(40).
           05  hx-before-image        pic x(81).
           05  hx-after-image         pic x(81).
