      *> the maintenance ("CA" / "CC" / "CD" / "CX"), or "BO" for
      *> a backout the recovery program applied (before-image =
      *> the record as it stood, after-image = what was restored,
      *> spaces when the backout deleted an add).  the lifecycle
      *> sweep writes "LD" when it marks a customer dormant and
      *> "LP" when it purges one to the archive master (after-
      *> image spaces, as for a delete).  the quarantine analysis
      *> writes "QH" when it holds a chronically failing customer
      *> (status "QU") and custmnt writes "CR" when a release
      *> transaction returns the customer to active.
      *> mnt-requester-id is the operator ID the custmnt
      *> transaction carried and mnt-approver-id the second
      *> operator who approved it when it was held on the
      *> pending-approval file (spaces when no approval was
      *> needed, and on actions other programs write).
           05  mnt-timestamp          pic x(21).
           05  mnt-action             pic x(02).
           05  mnt-cust-id            pic 9(9).
           05  mnt-before-image       pic x(81).
           05  mnt-after-image        pic x(81).
           05  mnt-requester-id       pic x(08).
           05  mnt-approver-id        pic x(08).
