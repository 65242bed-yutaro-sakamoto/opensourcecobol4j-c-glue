      *> recycle program that re-drives the failed customers.
      *> err-retry-count starts at zero and is stepped by each
      *> recycle pass so a record is not recycled forever.
      *> prog and the recycle program also append every failed
      *> init/destroy, in this layout, to the ERRHIST error
      *> history, which is never replaced; the quarantine
      *> analysis counts failure days from it.
           05  err-timestamp          pic x(21).
           05  err-call-name          pic x(08).
           05  err-return-code        pic s9(9).
