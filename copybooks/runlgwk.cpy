      *> runlgwk.cpy
      *> working-storage fields for the run-ledger routines in
      *> runlgchk.cpy.  copy under an 01 group in any program that
      *> copies runlgchk.cpy into its procedure division; the
      *> program declares the RUNLEDGR file as run-ledger-file
      *> with file status ws-ldg-status and the record described
      *> in runledgr.cpy, and the optional RUNFORCE card file as
      *> run-force-file (record run-force-record, pic x(80)) with
      *> file status ws-ldg-force-status.  before performing 8400
      *> the program sets ws-ldg-step-name (and for a partitioned
      *> run the partition fields); ws-ldg-complete-max-rc is the
      *> highest return code that still counts as a completed run.
           05  ws-ldg-status          pic xx.
           05  ws-ldg-force-status    pic xx.
           05  ws-ldg-step-name       pic x(08) value spaces.
           05  ws-ldg-partition-id    pic 9(3) value zero.
           05  ws-ldg-high-volume-flag pic x value "N".
           05  ws-ldg-complete-max-rc pic 9(2) value 4.
           05  ws-ldg-return-code     pic 9(2) value zero.
           05  ws-ldg-entry-type      pic x value spaces.
           05  ws-ldg-start-time      pic x(06) value spaces.
           05  ws-ldg-clock           pic x(21).
           05  ws-ldg-eof-flag        pic x value "N".
               88  ws-ldg-eof         value "Y".
           05  ws-ldg-completed-flag  pic x value "N".
               88  ws-ldg-step-completed value "Y".
           05  ws-ldg-forced-flag     pic x value "N".
               88  ws-ldg-forced-rerun value "Y".
           05  ws-ldg-force-card.
               10  ws-ldg-force-keyword pic x(05).
               10  ws-ldg-force-date  pic x(08).
               10  filler             pic x(67).
