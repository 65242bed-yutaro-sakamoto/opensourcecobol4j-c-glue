      *> pendmnt.cpy
      *> pending-maintenance (KSDS) record layout, written by
      *> custmnt for a future-dated transaction and deleted again
      *> when the effective date comes due and custmnt applies or
      *> drops it.  keyed on effective date and cust-id, so a
      *> sequential read from the start returns the items in the
      *> order they fall due; the queued date and a per-run
      *> sequence keep a base record ahead of its "CX"
      *> continuations and two items for the same customer and
      *> date apart.  pnd-tran-image is the transaction as it
      *> arrived (smalldata.cpy plus tranext.cpy).
      *> the approval decision is taken when the item is queued:
      *> a "CD", or a "CC" past the name-change limit, goes to
      *> CUSTAPPR instead and only reaches this file once it has
      *> been approved, with pnd-approval-flag "A" and the
      *> approving operator in pnd-approver-id, so the due-date
      *> run applies it without holding it a second time.  "N"
      *> marks an item that needed no approval when it was
      *> queued.
           05  pnd-key.
               10  pnd-effective-date pic x(08).
               10  pnd-cust-id        pic 9(9).
               10  pnd-queued-date    pic x(08).
               10  pnd-queued-seq     pic 9(5).
           05  pnd-tran-image         pic x(47).
           05  pnd-approval-flag      pic x(01).
               88  pnd-approved       value "A".
               88  pnd-not-required   value "N".
           05  pnd-approver-id        pic x(08).
