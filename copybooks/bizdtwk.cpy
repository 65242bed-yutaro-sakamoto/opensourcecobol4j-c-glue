      *> bizdtwk.cpy
      *> working-storage fields for the business-date routines in
      *> bizdtrd.cpy.  copy under an 01 group in any program that
      *> copies bizdtrd.cpy into its procedure division; the
      *> program declares the BIZDATE file as bizdate-file with
      *> file status ws-bizdate-status and the record described
      *> in bizdate.cpy.  ws-business-date is the processing day
      *> the program runs for; the holiday table holds the "H"
      *> records for the business-day test.
           05  ws-bizdate-status      pic xx.
           05  ws-business-date       pic x(08) value spaces.
           05  ws-bizdate-eof-flag    pic x value "N".
               88  ws-bizdate-eof     value "Y".
           05  ws-holiday-count       pic 9(4) usage binary
                                      value zero.
           05  ws-holiday-entry
               occurs 1000 times
               indexed by hol-ix.
               10  ws-holiday-date    pic x(08).
           05  ws-cal-test-date       pic 9(08).
           05  ws-cal-test-int        pic 9(9) usage binary.
           05  ws-cal-weekday         pic 9(1).
           05  ws-cal-business-flag   pic x value "N".
               88  ws-cal-business-day value "Y".
