           identification division.
              program-id.  custqtn.
           environment division.
           input-output section.
           file-control.
               select parm-file assign to "QTNPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select error-history-file assign to "ERRHIST"
                   organization line sequential
                   file status is ws-error-history-status.
               select master-file assign to "CUSTMST"
                   organization indexed
                   access random
                   record key is mst-cust-id
                   file status is ws-master-status.
               select maint-audit-file assign to "MNTAUDIT"
                   organization line sequential
                   file status is ws-maint-audit-status.
               select qtn-report-file assign to "QTNRPT"
                   organization line sequential
                   file status is ws-qtn-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-fail-days              pic x(03).
               05  prm-window-days            pic x(03).
               05  prm-run-date               pic x(08).
               05  filler                     pic x(66).

           fd  error-history-file.
           01  error-history-record           pic x(94).

           fd  master-file.
           01  master-record.
               copy "custmast.cpy".

           fd  maint-audit-file.
           01  maint-audit-record.
               copy "mntaudit.cpy".

           fd  qtn-report-file.
           01  qtn-report-line                pic x(80).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-error-work.
               copy "errrec.cpy"
                   replacing leading ==err== by ==wer==.

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-error-history-status    pic xx.
               05  ws-master-status           pic xx.
               05  ws-maint-audit-status      pic xx.
               05  ws-qtn-report-status       pic xx.

           01  ws-flags.
               05  ws-source-eof-flag         pic x value "N".
                   88  ws-source-eof          value "Y".
               05  ws-missing-source-flag     pic x value "N".
                   88  ws-source-missing      value "Y".
               05  ws-in-window-flag          pic x value "N".
                   88  ws-in-window           value "Y".

           01  ws-date-fields.
               05  ws-fail-days               pic 9(3) value zero.
               05  ws-window-days             pic 9(3) value zero.
               05  ws-run-date                pic 9(8).
               05  ws-scan-int                pic 9(9) usage binary.
               05  ws-error-date              pic x(08).

           01  ws-window-table.
               05  ws-window-count            pic 9(2) usage binary
                                              value zero.
               05  ws-window-entry
                   occurs 31 times
                   indexed by win-ix.
                   10  ws-win-date            pic 9(8).

           01  ws-customer-table.
               05  ws-customer-count          pic 9(5) usage binary
                                              value zero.
               05  ws-customer-entry
                   occurs 20000 times
                   indexed by cus-ix.
                   10  ws-cus-cust-id         pic 9(9).
                   10  ws-cus-day-count       pic 9(3).
                   10  ws-cus-day-flag        pic x(01)
                       occurs 31 times
                       indexed by day-ix.

           01  ws-counters.
               05  ws-error-read-count        pic 9(9) value zero.
               05  ws-in-window-count         pic 9(9) value zero.
               05  ws-quarantined-count       pic 9(9) value zero.
               05  ws-already-count           pic 9(9) value zero.
               05  ws-not-eligible-count      pic 9(9) value zero.
               05  ws-not-found-count         pic 9(9) value zero.
               05  ws-overflow-count          pic 9(9) value zero.

           01  ws-timestamp                   pic x(21).
           01  ws-master-image                pic x(81).
           01  ws-missing-source              pic x(08).

           01  ws-qtn-header-line.
               05  filler                     pic x(80)
                   value "CUSTOMER QUARANTINE - CHRONIC FAILURES".
           01  ws-qtn-window-line.
               05  filler                     pic x(08)
                   value "WINDOW: ".
               05  qtn-window-from            pic 9(8).
               05  filler                     pic x(04)
                   value " TO ".
               05  qtn-window-to              pic 9(8).
               05  filler                     pic x(19)
                   value "   FAILURE DAYS >= ".
               05  qtn-fail-days              pic zz9.
               05  filler                     pic x(04)
                   value " OF ".
               05  qtn-window-days            pic zz9.
               05  filler                     pic x(23)
                   value " BUSINESS DAYS".
           01  ws-qtn-missing-line.
               05  filler                     pic x(20)
                   value "SOURCE NOT AVAILABLE".
               05  filler                     pic x(02) value ": ".
               05  qtn-missing-source         pic x(08).
               05  filler                     pic x(50) value spaces.
           01  ws-qtn-column-line.
               05  filler                     pic x(80)
                   value "  CUST-ID    DAYS  ST  DISPOSITION".
           01  ws-qtn-detail-line.
               05  filler                     pic x(02) value spaces.
               05  qtn-cust-id                pic 9(9).
               05  filler                     pic x(03) value spaces.
               05  qtn-day-count              pic zz9.
               05  filler                     pic x(02) value spaces.
               05  qtn-status                 pic x(02).
               05  filler                     pic x(02) value spaces.
               05  qtn-disposition            pic x(36).
               05  filler                     pic x(21) value spaces.
           01  ws-qtn-total-line.
               05  qtn-total-label            pic x(28).
               05  qtn-total-count            pic zzzzzzzz9.
               05  filler                     pic x(43) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-review-customer
                    varying cus-ix from 1 by 1
                    until cus-ix > ws-customer-count.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                perform 1100-read-parameter-card.
                perform 1200-build-window.
                open i-o master-file.
                if ws-master-status not = "00"
                    display "CUSTQTN: CANNOT OPEN MASTER-FILE, "
                        "STATUS=" ws-master-status
                    move 16 to return-code
                    stop run
                end-if.
                open extend maint-audit-file.
                if ws-maint-audit-status not = "00"
                    open output maint-audit-file
                end-if.
                if ws-maint-audit-status not = "00"
                    display "CUSTQTN: CANNOT OPEN MAINT-AUDIT, "
                        "STATUS=" ws-maint-audit-status
                    move 16 to return-code
                    stop run
                end-if.
                open output qtn-report-file.
                if ws-qtn-report-status not = "00"
                    display "CUSTQTN: CANNOT OPEN QTN-REPORT, "
                        "STATUS=" ws-qtn-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-qtn-header-line to qtn-report-line.
                write qtn-report-line.
                move ws-win-date (ws-window-count) to qtn-window-from.
                move ws-win-date (1) to qtn-window-to.
                move ws-fail-days to qtn-fail-days.
                move ws-window-days to qtn-window-days.
                move ws-qtn-window-line to qtn-report-line.
                write qtn-report-line.
                perform 1300-load-error-history.
                move ws-qtn-column-line to qtn-report-line.
                write qtn-report-line.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status not = "00"
                    display "CUSTQTN: CANNOT OPEN PARM-FILE, "
                        "STATUS=" ws-parm-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-business-date to ws-run-date.
                read parm-file
                    at end
                        continue
                    not at end
                        if prm-fail-days is numeric
                            move prm-fail-days to ws-fail-days
                        end-if
                        if prm-window-days is numeric
                            move prm-window-days to ws-window-days
                        end-if
                        if prm-run-date is numeric
                            move prm-run-date to ws-run-date
                        end-if
                end-read.
                close parm-file.
                if ws-fail-days = zero or ws-window-days = zero
                    display "CUSTQTN: FAILURE/WINDOW DAYS MISSING "
                        "OR ZERO ON CONTROL CARD, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.
                if ws-window-days > 31
                    display "CUSTQTN: WINDOW MAY NOT EXCEED 31 "
                        "BUSINESS DAYS, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.
                if ws-fail-days > ws-window-days
                    display "CUSTQTN: FAILURE DAYS MAY NOT EXCEED "
                        "WINDOW DAYS, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.

           1200-build-window.
                compute ws-scan-int =
                    function integer-of-date(ws-run-date).
                if ws-scan-int = zero
                    display "CUSTQTN: RUN DATE " ws-run-date
                        " IS NOT A VALID DATE, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.
                perform 1210-step-back-one-day
                    until ws-window-count = ws-window-days.

           1210-step-back-one-day.
                move function date-of-integer(ws-scan-int)
                    to ws-cal-test-date.
                perform 8300-test-business-day.
                if ws-cal-business-day
                    add 1 to ws-window-count
                    move function date-of-integer(ws-scan-int)
                        to ws-win-date (ws-window-count)
                end-if.
                subtract 1 from ws-scan-int.

           1300-load-error-history.
                open input error-history-file.
                if ws-error-history-status = "35"
                    move "ERRHIST" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-error-history-status not = "00"
                        display "CUSTQTN: CANNOT OPEN ERROR-HISTORY, "
                            "STATUS=" ws-error-history-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1310-read-error-history
                        until ws-source-eof
                    close error-history-file
                end-if.

           1310-read-error-history.
                read error-history-file into ws-error-work
                    at end
                        set ws-source-eof to true
                    not at end
                        perform 1500-tally-failure
                end-read.

           1500-tally-failure.
                add 1 to ws-error-read-count.
                if wer-call-name = "init" or wer-call-name = "destroy"
                    move wer-timestamp (1:8) to ws-error-date
                    move "N" to ws-in-window-flag
                    set win-ix to 1
                    search ws-window-entry
                        at end
                            continue
                        when win-ix > ws-window-count
                            continue
                        when ws-win-date (win-ix) = ws-error-date
                            set ws-in-window to true
                    end-search
                    if ws-in-window
                        add 1 to ws-in-window-count
                        perform 1520-flag-failure-day
                    end-if
                end-if.

           1510-add-customer.
                if ws-customer-count < 20000
                    add 1 to ws-customer-count
                    set cus-ix to ws-customer-count
                    move wer-cust-id to ws-cus-cust-id (cus-ix)
                    move zero to ws-cus-day-count (cus-ix)
                    move spaces to ws-customer-entry (cus-ix) (13:31)
                else
                    add 1 to ws-overflow-count
                    set cus-ix to 20001
                end-if.

           1520-flag-failure-day.
                set cus-ix to 1.
                search ws-customer-entry
                    at end
                        perform 1510-add-customer
                    when cus-ix > ws-customer-count
                        perform 1510-add-customer
                    when ws-cus-cust-id (cus-ix) = wer-cust-id
                        continue
                end-search.
                if cus-ix not > ws-customer-count
                    set day-ix to win-ix
                    if ws-cus-day-flag (cus-ix day-ix) not = "Y"
                        move "Y" to ws-cus-day-flag (cus-ix day-ix)
                        add 1 to ws-cus-day-count (cus-ix)
                    end-if
                end-if.

           1900-note-missing-source.
                set ws-source-missing to true.
                move ws-missing-source to qtn-missing-source.
                move ws-qtn-missing-line to qtn-report-line.
                write qtn-report-line.

           2000-review-customer.
                if ws-cus-day-count (cus-ix) >= ws-fail-days
                    perform 2100-quarantine-customer
                end-if.

           2100-quarantine-customer.
                move ws-cus-cust-id (cus-ix) to mst-cust-id.
                read master-file
                    invalid key
                        add 1 to ws-not-found-count
                        move spaces to qtn-status
                        move "NOT ON MASTER, IGNORED"
                            to qtn-disposition
                        perform 2400-write-detail-line
                    not invalid key
                        perform 2150-check-master-status
                end-read.

           2150-check-master-status.
                move mst-status to qtn-status.
                evaluate mst-status
                    when "QU"
                        add 1 to ws-already-count
                        move "ALREADY QUARANTINED"
                            to qtn-disposition
                        perform 2400-write-detail-line
                    when "AC"
                        perform 2200-hold-customer
                    when other
                        add 1 to ws-not-eligible-count
                        move "NOT ACTIVE, LEFT ALONE"
                            to qtn-disposition
                        perform 2400-write-detail-line
                end-evaluate.

           2200-hold-customer.
                move master-record to ws-master-image.
                move "QU" to mst-status.
                rewrite master-record.
                if ws-master-status not = "00"
                    display "CUSTQTN: MASTER REWRITE FAILED, "
                        "STATUS=" ws-master-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.
                add 1 to ws-quarantined-count.
                move mst-status to qtn-status.
                perform 2500-write-maint-audit.
                move "QUARANTINED, HELD FROM PROCESSING"
                    to qtn-disposition.
                perform 2400-write-detail-line.

           2400-write-detail-line.
                move ws-cus-cust-id (cus-ix) to qtn-cust-id.
                move ws-cus-day-count (cus-ix) to qtn-day-count.
                move ws-qtn-detail-line to qtn-report-line.
                write qtn-report-line.

           2500-write-maint-audit.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to mnt-timestamp.
                move "QH" to mnt-action.
                move mst-cust-id to mnt-cust-id.
                move ws-master-image to mnt-before-image.
                move master-record to mnt-after-image.
                move spaces to mnt-requester-id.
                move spaces to mnt-approver-id.
                write maint-audit-record.
                if ws-maint-audit-status not = "00"
                    display "CUSTQTN: MAINT-AUDIT WRITE FAILED, "
                        "STATUS=" ws-maint-audit-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.

           3000-finalize.
                move "ERROR RECORDS READ:" to qtn-total-label.
                move ws-error-read-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                move "CALL FAILURES IN WINDOW:" to qtn-total-label.
                move ws-in-window-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                move "CUSTOMERS WITH FAILURES:" to qtn-total-label.
                move ws-customer-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                move "CUSTOMERS QUARANTINED:" to qtn-total-label.
                move ws-quarantined-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                move "ALREADY QUARANTINED:" to qtn-total-label.
                move ws-already-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                move "NOT ACTIVE, LEFT ALONE:" to qtn-total-label.
                move ws-not-eligible-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                move "NOT ON MASTER:" to qtn-total-label.
                move ws-not-found-count to qtn-total-count.
                move ws-qtn-total-line to qtn-report-line.
                write qtn-report-line.
                if ws-overflow-count not = zero
                    move "CUSTOMERS OVER TABLE LIMIT:"
                        to qtn-total-label
                    move ws-overflow-count to qtn-total-count
                    move ws-qtn-total-line to qtn-report-line
                    write qtn-report-line
                end-if.
                perform 3010-close-files.
                display "CUSTQTN: ERROR RECORDS   " ws-error-read-count.
                display "CUSTQTN: QUARANTINED     "
                    ws-quarantined-count.
                if ws-quarantined-count not = zero
                   or ws-source-missing
                   or ws-overflow-count not = zero
                    move 4 to return-code
                else
                    move zero to return-code
                end-if.

           3010-close-files.
                close master-file.
                close maint-audit-file.
                close qtn-report-file.

           copy "bizdtrd.cpy".
