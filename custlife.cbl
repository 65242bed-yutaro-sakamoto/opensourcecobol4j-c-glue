               select archive-file assign to "MSTARCH"
                   organization line sequential
                   file status is ws-archive-status.
               select maint-audit-file assign to "MNTAUDIT"
                   organization line sequential
                   file status is ws-maint-audit-status.
               select life-report-file assign to "LIFERPT"
                   organization line sequential
                   file status is ws-life-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
               select run-ledger-file assign to "RUNLEDGR"
                   organization line sequential
                   file status is ws-ldg-status.
               select run-force-file assign to "RUNFORCE"
                   organization line sequential
                   file status is ws-ldg-force-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-dormant-days           pic x(05).
               05  prm-purge-days             pic x(05).
               05  prm-day-basis              pic x(01).
               05  filler                     pic x(69).

           fd  master-file.
           01  master-record.
           fd  archive-file.
           01  archive-record                 pic x(81).

           fd  maint-audit-file.
           01  maint-audit-record.
               copy "mntaudit.cpy".

           fd  life-report-file.
           01  life-report-line               pic x(80).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           fd  run-ledger-file.
           01  run-ledger-record.
               copy "runledgr.cpy".

           fd  run-force-file.
           01  run-force-record           pic x(80).

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-ledger-fields.
               copy "runlgwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-master-status           pic xx.
               05  ws-archive-status          pic xx.
               05  ws-maint-audit-status      pic xx.
               05  ws-life-report-status      pic xx.

           01  ws-flags.
           01  ws-date-fields.
               05  ws-dormant-days            pic 9(5) value zero.
               05  ws-purge-days              pic 9(5) value zero.
               05  ws-day-basis               pic x(01) value "C".
                   88  ws-business-day-basis  value "B".
               05  ws-cutoff-days             pic 9(5).
               05  ws-days-counted            pic 9(5).
               05  ws-today-date              pic 9(8).
               05  ws-today-int               pic 9(9) usage binary.
               05  ws-cutoff-int              pic 9(9) usage binary.
               05  ws-unchanged-count         pic 9(9) value zero.
               05  ws-unparseable-count       pic 9(9) value zero.

           01  ws-timestamp                   pic x(21).
           01  ws-master-image                pic x(81).

           01  ws-life-header-line.
               05  filler                     pic x(80)
                   value "CUSTOMER MASTER LIFECYCLE - DISPOSITIONS".
               05  filler                     pic x(16)
                   value "   PURGE CUTOFF:".
               05  life-purge-cutoff          pic 9(8).
               05  filler                     pic x(10)
                   value "   BASIS: ".
               05  life-day-basis             pic x(13).
               05  filler                     pic x(09) value spaces.
           01  ws-life-column-line.
               05  filler                     pic x(80)
                   value "  CUST-ID    ST  LAST-ACT  DISPOSITION".
                perform 2000-sweep-master
                    until ws-eof.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move "CUSTLIFE" to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                perform 1100-read-parameter-card.
                open i-o master-file.
                if ws-master-status not = "00"
                    move 16 to return-code
                    stop run
                end-if.
                open extend maint-audit-file.
                if ws-maint-audit-status not = "00"
                    open output maint-audit-file
                end-if.
                if ws-maint-audit-status not = "00"
                    display "CUSTLIFE: CANNOT OPEN MAINT-AUDIT, "
                        "STATUS=" ws-maint-audit-status
                    move 16 to return-code
                    stop run
                end-if.
                open output life-report-file.
                if ws-life-report-status not = "00"
                    display "CUSTLIFE: CANNOT OPEN LIFE-REPORT, "
                write life-report-line.
                move ws-dormant-cutoff to life-dormant-cutoff.
                move ws-purge-cutoff to life-purge-cutoff.
                if ws-business-day-basis
                    move "BUSINESS DAYS" to life-day-basis
                else
                    move "CALENDAR DAYS" to life-day-basis
                end-if.
                move ws-life-cutoff-line to life-report-line.
                write life-report-line.
                move ws-life-column-line to life-report-line.
                        if prm-purge-days is numeric
                            move prm-purge-days to ws-purge-days
                        end-if
                        if prm-day-basis = "B"
                            move prm-day-basis to ws-day-basis
                        end-if
                end-read.
                close parm-file.
                if ws-dormant-days = zero or ws-purge-days = zero
                    move 16 to return-code
                    stop run
                end-if.
                move ws-business-date to ws-today-date.
                compute ws-today-int =
                    function integer-of-date(ws-today-date).
                move ws-dormant-days to ws-cutoff-days.
                perform 1200-compute-cutoff.
                move function date-of-integer(ws-cutoff-int)
                    to ws-dormant-cutoff.
                move ws-purge-days to ws-cutoff-days.
                perform 1200-compute-cutoff.
                move function date-of-integer(ws-cutoff-int)
                    to ws-purge-cutoff.

           1200-compute-cutoff.
                if ws-business-day-basis
                    move ws-today-int to ws-cutoff-int
                    move zero to ws-days-counted
                    perform 1210-step-back-one-day
                        until ws-days-counted = ws-cutoff-days
                else
                    subtract ws-cutoff-days from ws-today-int
                        giving ws-cutoff-int
                end-if.

           1210-step-back-one-day.
                subtract 1 from ws-cutoff-int.
                move function date-of-integer(ws-cutoff-int)
                    to ws-cal-test-date.
                perform 8300-test-business-day.
                if ws-cal-business-day
                    add 1 to ws-days-counted
                end-if.

           2000-sweep-master.
                read master-file
                    at end
                end-if.

           2200-purge-customer.
                move master-record to ws-master-image.
                move master-record to archive-record.
                write archive-record.
                if ws-archive-status not = "00"
                    stop run
                end-if.
                add 1 to ws-purged-count.
                move "LP" to mnt-action.
                move spaces to mnt-after-image.
                perform 2500-write-maint-audit.

           2300-mark-dormant.
                move master-record to ws-master-image.
                move "DM" to mst-status.
                rewrite master-record.
                if ws-master-status not = "00"
                    stop run
                end-if.
                add 1 to ws-dormant-count.
                move "LD" to mnt-action.
                move master-record to mnt-after-image.
                perform 2500-write-maint-audit.
                move "MARKED DORMANT" to life-disposition.
                perform 2400-write-detail-line.

                move ws-life-detail-line to life-report-line.
                write life-report-line.

           2500-write-maint-audit.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to mnt-timestamp.
                move ws-master-image (1:9) to mnt-cust-id.
                move ws-master-image to mnt-before-image.
                move spaces to mnt-requester-id.
                move spaces to mnt-approver-id.
                write maint-audit-record.
                if ws-maint-audit-status not = "00"
                    display "CUSTLIFE: MAINT-AUDIT WRITE FAILED, "
                        "STATUS=" ws-maint-audit-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.

           3000-finalize.
                move "MASTER RECORDS READ:" to life-total-label.
                move ws-read-count to life-total-count.
           3010-close-files.
                close master-file.
                close archive-file.
                close maint-audit-file.
                close life-report-file.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
