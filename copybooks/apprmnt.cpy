      *> apprmnt.cpy
      *> pending-approval (KSDS) record layout.  custmnt writes a
      *> "CD" delete, and a "CC" name change once the run has
      *> passed its configured limit of name changes, here
      *> instead of applying it to the master, one record per
      *> transaction line: line 01 is the held base transaction
      *> and lines 02 onward the "CX" continuations that followed
      *> it.  the approval run (custaprv) takes approve / decline
      *> cards from a second operator: an approval sets
      *> apr-status "A" and the approver ID on every line of the
      *> request, a decline or an expired request is deleted.
      *> the next custmnt run applies every approved line through
      *> its normal maintenance logic and deletes it.  a request
      *> held when it was queued with a future effective date
      *> keeps that date in apr-tran-image; once approved it is
      *> moved to CUSTPEND (pendmnt.cpy) with its approver and
      *> applied on the due date instead.  keyed on
      *> the business date the item was held, the per-date
      *> request number and the line number, so the request
      *> number printed on MNTRPT (date + number) identifies the
      *> request on the approval card.  apr-hold-reason is "D"
      *> for a delete and "L" for a name change over the limit.
      *> apr-tran-image is the transaction as it arrived
      *> (smalldata.cpy plus tranext.cpy).
           05  apr-key.
               10  apr-held-date      pic x(08).
               10  apr-request-no     pic 9(5).
               10  apr-line-no        pic 9(2).
           05  apr-cust-id            pic 9(9).
           05  apr-hold-reason        pic x(01).
               88  apr-held-delete    value "D".
               88  apr-held-over-limit value "L".
           05  apr-status             pic x(01).
               88  apr-awaiting       value space.
               88  apr-approved       value "A".
           05  apr-requester-id       pic x(08).
           05  apr-approver-id        pic x(08).
           05  apr-decision-date      pic x(08).
           05  apr-tran-image         pic x(47).
