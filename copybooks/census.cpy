      *> census.cpy
      *> month-end census snapshot record, one appended to the
      *> CENSHIST history file by every custcens run and read
      *> back by the next runs for the month-over-month and
      *> year-over-year comparison.  a rerun for the same month
      *> appends a second snapshot; readers keep the last one
      *> for each month.  cen-count holds the census categories
      *> in this fixed order:
      *>   01 active customers        (CUSTMST status "AC")
      *>   02 dormant customers       (CUSTMST status "DM")
      *>   03 quarantined customers   (CUSTMST status "QU")
      *>   04 customers with "CX" continuation names (CUSTMST)
      *>   05 customers added         (MNTAUDIT "CA" in month)
      *>   06 customers changed       (MNTAUDIT "CC" in month)
      *>   07 customers deleted       (MNTAUDIT "CD" in month)
      *>   08 customers purged        (MNTAUDIT "LP" in month)
      *>   09 archive master total    (MSTARCH records)
      *>   10 prog processed          (AUDITLOG "OK" in month)
      *>   11 prog recycled           (AUDITLOG "RCYC" in month)
      *>   12 prog failed             (AUDITLOG "FAIL" in month)
      *>   13 downstream rejected     (ACKMTOT in month)
           05  cen-month              pic x(06).
           05  cen-run-date           pic x(08).
           05  cen-count              pic 9(9)
                                      occurs 13 times.
