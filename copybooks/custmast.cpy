      *> dormant (no activity for the lifecycle dormancy
      *> threshold: custmnt rejects "CU" confirmations for
      *> dormant customers, and custlife purges them to the
      *> archive master once past the purge threshold), "QU" =
      *> quarantined (failed init/destroy on too many recent
      *> business days: custmnt withholds its "CU" confirmations
      *> from prog until a "CR" release transaction reactivates
      *> it; name changes are still applied and keep the status).
           05  mst-cust-id            pic 9(9).
           05  mst-rec-type           pic x(02).
           05  mst-first-name         pic x(30).
