      *> records that fail the front-end edits and read back by
      *> the repair program that applies correction cards and
      *> resubmits the fixed records.  rej-reason is the edit
      *> that failed (ID / TYPE / NAME / CHAR / DUP / DATE /
      *> OPER, a maintenance record with no operator ID) and
      *> rej-record-image is the original 31-byte input record,
      *> as received before name standardization.  rej-age-days
      *> starts at zero on a fresh reject and is stepped by each
      *> repair pass that carries the reject forward unrepaired.
      *> records written before the age field was added are 35
      *> bytes and read back space-padded, so every reader treats
      *> a non-numeric age as zero.  rej-effective-date carries
      *> the tranext.cpy effective date of the rejected record so
      *> a repaired future-dated transaction keeps it; older
      *> records read back with spaces there (apply immediately).
      *> rej-operator-id carries the requesting operator the same
      *> way.
           05  rej-reason             pic x(04).
           05  rej-record-image       pic x(31).
           05  rej-age-days           pic 9(03).
           05  rej-effective-date     pic x(08).
           05  rej-operator-id        pic x(08).
