      *> balancing program that proves the chain arithmetic.
      *> tot-name values are fixed labels the balancer keys on;
      *> a program may add new counters freely, the balancer
      *> ignores names it does not know.  progackm appends its
      *> acknowledgement totals to ACKMTOT after every run, one
      *> set per business date, for the month-end census; its
      *> tot-program is the feed name from the ACKMPARM card
      *> ("PROGACKM" for the extract, "CDCACKM" for the CRM
      *> delta feed) and the census counts "PROGACKM" only.
           05  tot-program            pic x(08).
           05  tot-run-date           pic x(08).
           05  tot-name               pic x(24).
