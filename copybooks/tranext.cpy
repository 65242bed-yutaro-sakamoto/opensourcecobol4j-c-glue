      *> tranext.cpy
      *> maintenance-transaction extension, appended after the
      *> 31-byte smalldata.cpy image on the daily feed (CUSTIN)
      *> and the edited CUSTCLEAN file custmnt applies.
      *> tran-effective-date is the YYYYMMDD date a "CA" / "CC" /
      *> "CD" (and any "CX" continuing it) takes effect: custmnt
      *> queues a date later than the run date to the pending-
      *> maintenance file and applies it on that date.  spaces
      *> mean apply on the day it arrives.  feeds written before
      *> the extension was added are 31 bytes and read back
      *> space-padded, so they are applied immediately.
      *> tran-operator-id is the ID of the operator who requested
      *> a maintenance transaction; custedit rejects a "CA" /
      *> "CC" / "CD" / "CR" without one, and custmnt carries it to
      *> MNTAUDIT as the requester and to the pending-approval
      *> file when the item is held for a second operator.
           05  tran-effective-date    pic x(08).
           05  tran-operator-id       pic x(08).
