           identification division.
              program-id.  custcdc.
           environment division.
           input-output section.
           file-control.
               select parm-file assign to "CDCPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select maint-audit-file assign to "MNTAUDIT"
                   organization line sequential
                   file status is ws-maint-audit-status.
               select delta-file assign to "CDCFEED"
                   organization line sequential
                   file status is ws-delta-status.
               select delta-report-file assign to "CDCRPT"
                   organization line sequential
                   file status is ws-delta-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-run-date               pic x(08).
               05  filler                     pic x(72).

           fd  maint-audit-file.
           01  maint-audit-record.
               copy "mntaudit.cpy".

           fd  delta-file.
           01  delta-record                   pic x(200).

           fd  delta-report-file.
           01  delta-report-line              pic x(80).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-maint-audit-status      pic xx.
               05  ws-delta-status            pic xx.
               05  ws-delta-report-status     pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-eof                 value "Y".
               05  ws-change-found-flag       pic x value "N".
                   88  ws-change-found        value "Y".

           01  ws-run-date                    pic x(08) value spaces.
           01  ws-net-action                  pic x(02).
               88  ws-no-net-change           value spaces.

           01  ws-counters.
               05  ws-audit-read-count        pic 9(9) value zero.
               05  ws-audit-select-count      pic 9(9) value zero.
               05  ws-netted-count            pic 9(9) value zero.
               05  ws-add-count               pic 9(9) value zero.
               05  ws-change-count            pic 9(9) value zero.
               05  ws-delete-count            pic 9(9) value zero.
               05  ws-dormant-count           pic 9(9) value zero.
               05  ws-purge-count             pic 9(9) value zero.
               05  ws-delta-count             pic 9(9) value zero.
               05  ws-delta-hash              pic 9(15) value zero.

           01  ws-change-table.
               05  ws-change-count-bin        pic 9(5) usage binary
                                              value zero.
               05  ws-change-entry
                   occurs 20000 times
                   indexed by chg-ix.
                   10  ws-chg-cust-id         pic 9(9).
                   10  ws-chg-last-action     pic x(02).
                   10  ws-chg-action-count    pic 9(5).
                   10  ws-chg-first-before    pic x(81).
                   10  ws-chg-last-after      pic x(81).

           01  ws-before-master.
               copy "custmast.cpy"
                   replacing leading ==mst== by ==bfr==.
           01  ws-after-master.
               copy "custmast.cpy"
                   replacing leading ==mst== by ==aft==.

           01  ws-cdc-header-record.
               05  filler                     pic x(01) value "H".
               05  cdc-hdr-run-date           pic x(08).
               05  cdc-hdr-source-id          pic x(16)
                   value "CUSTNAME-CDC".
               05  filler                     pic x(175) value spaces.
           01  ws-cdc-detail-record.
               05  filler                     pic x(01) value "D".
               05  cdc-dtl-cust-id            pic 9(9).
               05  cdc-dtl-action             pic x(02).
               05  cdc-dtl-after-first        pic x(30).
               05  cdc-dtl-after-second       pic x(30).
               05  cdc-dtl-seq                pic 9(5).
               05  cdc-dtl-after-status       pic x(02).
               05  cdc-dtl-before-status      pic x(02).
               05  cdc-dtl-before-first       pic x(30).
               05  cdc-dtl-before-second      pic x(30).
               05  cdc-dtl-rec-type           pic x(02).
               05  cdc-dtl-change-count       pic 9(5).
               05  filler                     pic x(52) value spaces.
           01  ws-cdc-trailer-record.
               05  filler                     pic x(01) value "T".
               05  cdc-trl-count              pic 9(9).
               05  cdc-trl-hash               pic 9(15).
               05  filler                     pic x(175) value spaces.

           01  ws-cdc-header-line.
               05  filler                     pic x(80)
                   value "CUSTOMER MASTER CHANGE-DATA DELTA FEED".
           01  ws-cdc-date-line.
               05  filler                     pic x(09)
                   value "RUN DATE ".
               05  cdc-rpt-run-date           pic x(08).
               05  filler                     pic x(63) value spaces.
           01  ws-cdc-column-line.
               05  filler                     pic x(37)
                   value "  CUST-ID    ACT  WAS  NOW  CHANGES".
               05  filler                     pic x(43)
                   value "NEW NAME".
           01  ws-cdc-detail-line.
               05  filler                     pic x(02) value spaces.
               05  cdc-rpt-cust-id            pic 9(9).
               05  filler                     pic x(02) value spaces.
               05  cdc-rpt-action             pic x(02).
               05  filler                     pic x(03) value spaces.
               05  cdc-rpt-before-status      pic x(02).
               05  filler                     pic x(03) value spaces.
               05  cdc-rpt-after-status       pic x(02).
               05  filler                     pic x(03) value spaces.
               05  cdc-rpt-change-count       pic zzzz9.
               05  filler                     pic x(04) value spaces.
               05  cdc-rpt-name               pic x(30).
               05  filler                     pic x(13) value spaces.
           01  ws-cdc-total-line.
               05  cdc-total-label            pic x(28).
               05  cdc-total-count            pic zzzzzzzz9.
               05  filler                     pic x(43) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-load-day-changes
                    until ws-eof.
                perform 2200-emit-net-change
                    varying chg-ix from 1 by 1
                    until chg-ix > ws-change-count-bin.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                perform 1100-read-parameter-card.
                open input maint-audit-file.
                if ws-maint-audit-status not = "00"
                    display "CUSTCDC: CANNOT OPEN MAINT-AUDIT, "
                        "STATUS=" ws-maint-audit-status
                    move 16 to return-code
                    stop run
                end-if.
                open output delta-file.
                if ws-delta-status not = "00"
                    display "CUSTCDC: CANNOT OPEN DELTA-FILE, "
                        "STATUS=" ws-delta-status
                    move 16 to return-code
                    stop run
                end-if.
                open output delta-report-file.
                if ws-delta-report-status not = "00"
                    display "CUSTCDC: CANNOT OPEN DELTA-REPORT, "
                        "STATUS=" ws-delta-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-run-date to cdc-hdr-run-date.
                move ws-cdc-header-record to delta-record.
                write delta-record.
                move ws-cdc-header-line to delta-report-line.
                write delta-report-line.
                move ws-run-date to cdc-rpt-run-date.
                move ws-cdc-date-line to delta-report-line.
                write delta-report-line.
                move ws-cdc-column-line to delta-report-line.
                write delta-report-line.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status not = "00"
                    display "CUSTCDC: CANNOT OPEN PARM-FILE, "
                        "STATUS=" ws-parm-status
                    move 16 to return-code
                    stop run
                end-if.
                read parm-file
                    at end
                        continue
                    not at end
                        if prm-run-date is numeric
                           and prm-run-date not = "00000000"
                            move prm-run-date to ws-run-date
                        end-if
                end-read.
                close parm-file.
                if ws-run-date = spaces
                    move ws-business-date to ws-run-date
                end-if.

           2000-load-day-changes.
                read maint-audit-file
                    at end
                        set ws-eof to true
                    not at end
                        add 1 to ws-audit-read-count
                        if mnt-timestamp (1:8) = ws-run-date
                            add 1 to ws-audit-select-count
                            perform 2100-net-one-action
                        end-if
                end-read.

           2100-net-one-action.
                move "N" to ws-change-found-flag.
                if ws-change-count-bin not = zero
                    set chg-ix to 1
                    search ws-change-entry
                        at end
                            continue
                        when chg-ix > ws-change-count-bin
                            continue
                        when ws-chg-cust-id (chg-ix) = mnt-cust-id
                            set ws-change-found to true
                    end-search
                end-if.
                if ws-change-found
                    move mnt-action to ws-chg-last-action (chg-ix)
                    add 1 to ws-chg-action-count (chg-ix)
                    move mnt-after-image
                        to ws-chg-last-after (chg-ix)
                else
                    perform 2110-add-change-entry
                end-if.

           2110-add-change-entry.
                if ws-change-count-bin < 20000
                    add 1 to ws-change-count-bin
                    set chg-ix to ws-change-count-bin
                    move mnt-cust-id to ws-chg-cust-id (chg-ix)
                    move mnt-action to ws-chg-last-action (chg-ix)
                    move 1 to ws-chg-action-count (chg-ix)
                    move mnt-before-image
                        to ws-chg-first-before (chg-ix)
                    move mnt-after-image
                        to ws-chg-last-after (chg-ix)
                else
                    display "CUSTCDC: CHANGE TABLE FULL, "
                        "CANNOT NET THE DAY, ABENDING"
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.

           2200-emit-net-change.
                move ws-chg-first-before (chg-ix) to ws-before-master.
                move ws-chg-last-after (chg-ix) to ws-after-master.
                perform 2210-classify-net-change.
                if ws-no-net-change
                    add 1 to ws-netted-count
                else
                    perform 2300-write-delta-detail
                end-if.

           2210-classify-net-change.
                move spaces to ws-net-action.
                evaluate true
                    when ws-before-master = spaces
                     and ws-after-master = spaces
                        continue
                    when ws-before-master = spaces
                        move "AD" to ws-net-action
                        add 1 to ws-add-count
                    when ws-after-master = spaces
                     and ws-chg-last-action (chg-ix) = "LP"
                        move "PG" to ws-net-action
                        add 1 to ws-purge-count
                    when ws-after-master = spaces
                        move "DL" to ws-net-action
                        add 1 to ws-delete-count
                    when ws-before-master (1:73)
                            = ws-after-master (1:73)
                        continue
                    when aft-status = "DM"
                     and bfr-status not = "DM"
                        move "DM" to ws-net-action
                        add 1 to ws-dormant-count
                    when other
                        move "CH" to ws-net-action
                        add 1 to ws-change-count
                end-evaluate.

           2300-write-delta-detail.
                add 1 to ws-delta-count.
                move ws-chg-cust-id (chg-ix) to cdc-dtl-cust-id.
                move ws-net-action to cdc-dtl-action.
                move aft-first-name to cdc-dtl-after-first.
                move aft-second-name to cdc-dtl-after-second.
                move ws-delta-count to cdc-dtl-seq.
                move aft-status to cdc-dtl-after-status.
                move bfr-status to cdc-dtl-before-status.
                move bfr-first-name to cdc-dtl-before-first.
                move bfr-second-name to cdc-dtl-before-second.
                if ws-after-master = spaces
                    move bfr-rec-type to cdc-dtl-rec-type
                else
                    move aft-rec-type to cdc-dtl-rec-type
                end-if.
                move ws-chg-action-count (chg-ix)
                    to cdc-dtl-change-count.
                move ws-cdc-detail-record to delta-record.
                write delta-record.
                if ws-delta-status not = "00"
                    display "CUSTCDC: DELTA WRITE FAILED, "
                        "STATUS=" ws-delta-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.
                move function mod(ws-delta-hash
                    + ws-chg-cust-id (chg-ix)
                    1000000000000000) to ws-delta-hash.
                move spaces to ws-cdc-detail-line.
                move ws-chg-cust-id (chg-ix) to cdc-rpt-cust-id.
                move ws-net-action to cdc-rpt-action.
                move bfr-status to cdc-rpt-before-status.
                move aft-status to cdc-rpt-after-status.
                move ws-chg-action-count (chg-ix)
                    to cdc-rpt-change-count.
                move aft-first-name to cdc-rpt-name.
                move ws-cdc-detail-line to delta-report-line.
                write delta-report-line.

           3000-finalize.
                move ws-delta-count to cdc-trl-count.
                move ws-delta-hash to cdc-trl-hash.
                move ws-cdc-trailer-record to delta-record.
                write delta-record.
                move "AUDIT RECORDS READ:" to cdc-total-label.
                move ws-audit-read-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "AUDIT RECORDS FOR DATE:" to cdc-total-label.
                move ws-audit-select-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "CUSTOMERS TOUCHED:" to cdc-total-label.
                move ws-change-count-bin to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "NO NET CHANGE, NOT SENT:" to cdc-total-label.
                move ws-netted-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "NET ADDS:" to cdc-total-label.
                move ws-add-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "NET CHANGES:" to cdc-total-label.
                move ws-change-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "NET DELETES:" to cdc-total-label.
                move ws-delete-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "MARKED DORMANT:" to cdc-total-label.
                move ws-dormant-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "PURGED:" to cdc-total-label.
                move ws-purge-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                move "DELTA RECORDS SENT:" to cdc-total-label.
                move ws-delta-count to cdc-total-count.
                move ws-cdc-total-line to delta-report-line.
                write delta-report-line.
                perform 3010-close-files.
                display "CUSTCDC: AUDIT RECORDS FOR DATE "
                    ws-audit-select-count.
                display "CUSTCDC: DELTA RECORDS SENT     "
                    ws-delta-count.
                move zero to return-code.

           3010-close-files.
                close maint-audit-file.
                close delta-file.
                close delta-report-file.

           copy "bizdtrd.cpy".
