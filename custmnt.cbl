               select total-file assign to "MNTTOT"
                   organization line sequential
                   file status is ws-total-status.
               select pending-file assign to "CUSTPEND"
                   organization indexed
                   access dynamic
                   record key is pnd-key
                   file status is ws-pending-status.
               select pending-report-file assign to "PNDRPT"
                   organization line sequential
                   file status is ws-pending-report-status.
               select approval-file assign to "CUSTAPPR"
                   organization indexed
                   access dynamic
                   record key is apr-key
                   file status is ws-approval-status.
               select parm-file assign to "MNTPARM"
                   organization line sequential
                   file status is ws-parm-status.
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
           fd  tran-file.
           01  tran-record.
               copy "smalldata.cpy".
               copy "tranext.cpy".

           fd  master-file.
           01  master-record.
           01  total-record.
               copy "ctltot.cpy".

           fd  pending-file.
           01  pending-record.
               copy "pendmnt.cpy".

           fd  pending-report-file.
           01  pending-report-line            pic x(80).

           fd  approval-file.
           01  approval-record.
               copy "apprmnt.cpy".

           fd  parm-file.
           01  parm-record.
               05  prm-change-limit           pic x(05).
               05  filler                     pic x(75).

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

           01  small-data.
               copy "smalldata.cpy".
               copy "tranext.cpy".

           01  ws-file-status-group.
               05  ws-tran-status             pic xx.
               05  ws-maint-audit-status      pic xx.
               05  ws-maint-report-status     pic xx.
               05  ws-total-status            pic xx.
               05  ws-pending-status          pic xx.
               05  ws-pending-report-status   pic xx.
               05  ws-approval-status         pic xx.
               05  ws-parm-status             pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-eof                 value "Y".
               05  ws-master-found-flag       pic x value "N".
                   88  ws-master-found        value "Y".
               05  ws-pending-eof-flag        pic x value "N".
                   88  ws-pending-eof         value "Y".
               05  ws-approval-eof-flag       pic x value "N".
                   88  ws-approval-eof        value "Y".
               05  ws-applying-approved-flag  pic x value "N".
                   88  ws-applying-approved   value "Y".
               05  ws-hold-decided-flag       pic x value "N".
                   88  ws-hold-decided        value "Y".
               05  ws-queueing-dated-flag     pic x value "N".
                   88  ws-queueing-dated      value "Y".
               05  ws-pending-approval-flag   pic x value "N".
               05  ws-change-limit-flag       pic x value "N".
                   88  ws-change-limit-set    value "Y".
               05  ws-hold-reason             pic x value space.
                   88  ws-hold-not-needed     value space.

           01  ws-counters.
               05  ws-tran-count              pic 9(9) value zero.
               05  ws-cont-cnfm-count         pic 9(9) value zero.
               05  ws-cont-absorb-count       pic 9(9) value zero.
               05  ws-reject-count            pic 9(9) value zero.
               05  ws-release-count           pic 9(9) value zero.
               05  ws-withheld-count          pic 9(9) value zero.
               05  ws-last-confirmed-id       pic 9(9) value zero.
               05  ws-last-applied-id         pic 9(9) value zero.
               05  ws-last-withheld-id        pic 9(9) value zero.
               05  ws-mst-cx-offset           pic 9(2) usage binary.
               05  ws-pending-due-count       pic 9(9) value zero.
               05  ws-pending-applied-count   pic 9(9) value zero.
               05  ws-pending-dropped-count   pic 9(9) value zero.
               05  ws-deferred-count          pic 9(9) value zero.
               05  ws-still-pending-count     pic 9(9) value zero.
               05  ws-pending-invalid-count   pic 9(9) value zero.
               05  ws-pending-seq             pic 9(5) value zero.
               05  ws-last-deferred-id        pic 9(9) value zero.
               05  ws-reject-count-before     pic 9(9) value zero.
               05  ws-change-limit            pic 9(5) value zero.
               05  ws-name-change-count       pic 9(9) value zero.
               05  ws-held-count              pic 9(9) value zero.
               05  ws-held-count-before       pic 9(9) value zero.
               05  ws-held-request-count      pic 9(9) value zero.
               05  ws-pending-held-count      pic 9(9) value zero.
               05  ws-approved-due-count      pic 9(9) value zero.
               05  ws-approved-applied-count  pic 9(9) value zero.
               05  ws-approval-request-no     pic 9(5) value zero.
               05  ws-held-line-no            pic 9(2) value zero.
               05  ws-last-held-id            pic 9(9) value zero.
               05  ws-queued-held-count       pic 9(9) value zero.
               05  ws-approved-queued-count   pic 9(9) value zero.

           01  ws-last-deferred-date          pic x(08).
           01  ws-effective-date              pic x(08).

           01  ws-timestamp                   pic x(21).
           01  ws-today                       pic x(08).
           01  ws-reject-reason               pic x(38).
           01  ws-requester-id                pic x(08) value spaces.
           01  ws-approver-id                 pic x(08) value spaces.

           01  ws-held-reason.
               05  filler                     pic x(23)
                   value "HELD FOR APPROVAL, REQ ".
               05  ws-held-reason-date        pic x(08).
               05  filler                     pic x(01) value "-".
               05  ws-held-reason-no          pic 9(5).
               05  filler                     pic x(01) value space.
           01  ws-approved-reason.
               05  filler                     pic x(21)
                   value "APPLIED, APPROVED BY ".
               05  ws-approved-reason-id      pic x(08).
               05  filler                     pic x(09) value spaces.
           01  ws-queued-reason.
               05  filler                     pic x(20)
                   value "QUEUED, APPROVED BY ".
               05  ws-queued-reason-id        pic x(08).
               05  filler                     pic x(10) value spaces.

           01  ws-master-image                pic x(81).

           01  ws-mnt-header-line.
               05  filler                     pic x(38)
                   value "CUSTOMER MASTER MAINTENANCE - REJECTS".
               05  filler                     pic x(42)
                   value "/WITHHELD/APPROVAL".
           01  ws-mnt-column-line.
               05  filler                     pic x(80)
                   value "  TYPE  CUST-ID    REASON".
               05  mnt-total-count            pic zzzzzzzz9.
               05  filler                     pic x(47) value spaces.

           01  ws-pnd-header-line.
               05  filler                     pic x(80)
                   value "PENDING MAINTENANCE - EFFECTIVE-DATED".
           01  ws-pnd-column-line.
               05  filler                     pic x(39)
                   value "  EFF-DATE  TYPE  CUST-ID    STATUS    ".
               05  filler                     pic x(41)
                   value "REASON".
           01  ws-pnd-detail-line.
               05  filler                     pic x(02) value spaces.
               05  pnd-rpt-effective-date     pic x(08).
               05  filler                     pic x(02) value spaces.
               05  pnd-rpt-rec-type           pic x(02).
               05  filler                     pic x(04) value spaces.
               05  pnd-rpt-cust-id            pic 9(9).
               05  filler                     pic x(02) value spaces.
               05  pnd-rpt-status             pic x(08).
               05  filler                     pic x(02) value spaces.
               05  pnd-rpt-reason             pic x(38).
               05  filler                     pic x(03) value spaces.
           01  ws-pnd-total-line.
               05  pnd-total-label            pic x(28).
               05  pnd-total-count            pic zzzzzzzz9.
               05  filler                     pic x(43) value spaces.

           01  ws-projection-table.
               05  ws-projection-count        pic 9(5) usage binary
                                              value zero.
               05  ws-projection-entry
                   occurs 10001 times
                   indexed by prj-ix.
                   10  ws-prj-cust-id         pic 9(9).
                   10  ws-prj-exists-flag     pic x(01).
                       88  ws-prj-exists      value "Y".

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-apply-transactions
                    until ws-eof.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move "CUSTMNT" to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                move ws-business-date to ws-today.
                open input tran-file.
                if ws-tran-status not = "00"
                    display "CUSTMNT: CANNOT OPEN TRAN-FILE, "
                write maint-report-line.
                move ws-mnt-column-line to maint-report-line.
                write maint-report-line.
                open i-o pending-file.
                if ws-pending-status = "35"
                    open output pending-file
                    close pending-file
                    open i-o pending-file
                end-if.
                if ws-pending-status not = "00"
                    display "CUSTMNT: CANNOT OPEN PENDING-FILE, "
                        "STATUS=" ws-pending-status
                    move 16 to return-code
                    stop run
                end-if.
                open output pending-report-file.
                if ws-pending-report-status not = "00"
                    display "CUSTMNT: CANNOT OPEN PENDING-REPORT, "
                        "STATUS=" ws-pending-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-pnd-header-line to pending-report-line.
                write pending-report-line.
                move ws-pnd-column-line to pending-report-line.
                write pending-report-line.
                perform 1100-read-parameter-card.
                open i-o approval-file.
                if ws-approval-status = "35"
                    open output approval-file
                    close approval-file
                    open i-o approval-file
                end-if.
                if ws-approval-status not = "00"
                    display "CUSTMNT: CANNOT OPEN APPROVAL-FILE, "
                        "STATUS=" ws-approval-status
                    move 16 to return-code
                    stop run
                end-if.
                perform 1600-find-last-request.
                perform 1700-apply-approved.
                perform 1500-apply-due-pending.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status = "35"
                    display "CUSTMNT: NO MNTPARM CARD, NAME CHANGES "
                        "ARE NOT LIMITED"
                else
                    if ws-parm-status not = "00"
                        display "CUSTMNT: CANNOT OPEN PARM-FILE, "
                            "STATUS=" ws-parm-status
                        move 16 to return-code
                        stop run
                    end-if
                    read parm-file
                        at end
                            continue
                        not at end
                            if prm-change-limit is numeric
                                move prm-change-limit
                                    to ws-change-limit
                                set ws-change-limit-set to true
                            end-if
                    end-read
                    close parm-file
                end-if.

           1500-apply-due-pending.
                move low-values to pnd-key.
                start pending-file key is not < pnd-key
                    invalid key
                        set ws-pending-eof to true
                end-start.
                perform 1510-apply-next-due
                    until ws-pending-eof.
                move zero to ws-last-confirmed-id.
                move zero to ws-last-applied-id.
                move zero to ws-last-withheld-id.

           1510-apply-next-due.
                read pending-file next record
                    at end
                        set ws-pending-eof to true
                    not at end
                        if pnd-effective-date > ws-today
                            set ws-pending-eof to true
                        else
                            perform 1520-apply-due-item
                        end-if
                end-read.

           1520-apply-due-item.
                add 1 to ws-pending-due-count.
                move pnd-tran-image to small-data.
                evaluate true
                    when pnd-approved
                        set ws-applying-approved to true
                        move pnd-approver-id to ws-approver-id
                    when pnd-not-required
                        set ws-hold-decided to true
                end-evaluate.
                move ws-reject-count to ws-reject-count-before.
                move ws-held-count to ws-held-count-before.
                perform 2100-apply-one-transaction.
                move "N" to ws-applying-approved-flag.
                move "N" to ws-hold-decided-flag.
                move spaces to ws-approver-id.
                move pnd-effective-date to pnd-rpt-effective-date.
                evaluate true
                    when ws-reject-count not = ws-reject-count-before
                        add 1 to ws-pending-dropped-count
                        move "DROPPED" to pnd-rpt-status
                        move ws-reject-reason to pnd-rpt-reason
                    when ws-held-count not = ws-held-count-before
                        add 1 to ws-pending-held-count
                        move "HELD" to pnd-rpt-status
                        move ws-reject-reason to pnd-rpt-reason
                    when other
                        add 1 to ws-pending-applied-count
                        move "APPLIED" to pnd-rpt-status
                        move spaces to pnd-rpt-reason
                        if pnd-approved
                            move pnd-approver-id
                                to ws-approved-reason-id
                            move ws-approved-reason to pnd-rpt-reason
                        end-if
                end-evaluate.
                perform 2910-write-pending-line.
                delete pending-file
                    invalid key
                        display "CUSTMNT: PENDING DELETE FAILED, "
                            "STATUS=" ws-pending-status
                        perform 3010-close-files
                        move 16 to return-code
                        stop run
                end-delete.

           1600-find-last-request.
                move ws-today to apr-held-date.
                move zero to apr-request-no.
                move zero to apr-line-no.
                start approval-file key is not < apr-key
                    invalid key
                        set ws-approval-eof to true
                end-start.
                perform 1610-read-todays-request
                    until ws-approval-eof.
                move "N" to ws-approval-eof-flag.

           1610-read-todays-request.
                read approval-file next record
                    at end
                        set ws-approval-eof to true
                    not at end
                        if apr-held-date not = ws-today
                            set ws-approval-eof to true
                        else
                            move apr-request-no
                                to ws-approval-request-no
                        end-if
                end-read.

           1700-apply-approved.
                set ws-applying-approved to true.
                move low-values to apr-key.
                start approval-file key is not < apr-key
                    invalid key
                        set ws-approval-eof to true
                end-start.
                perform 1710-apply-next-approved
                    until ws-approval-eof.
                move "N" to ws-applying-approved-flag.
                move "N" to ws-pending-approval-flag.
                move spaces to ws-approver-id.
                move zero to ws-last-confirmed-id.
                move zero to ws-last-applied-id.
                move zero to ws-last-withheld-id.
                move zero to ws-last-deferred-id.

           1710-apply-next-approved.
                read approval-file next record
                    at end
                        set ws-approval-eof to true
                    not at end
                        if apr-approved
                            perform 1720-apply-approved-item
                        end-if
                end-read.

           1720-apply-approved-item.
                add 1 to ws-approved-due-count.
                move apr-tran-image to small-data.
                move apr-approver-id to ws-approver-id.
                move ws-reject-count to ws-reject-count-before.
                perform 2060-find-effective-date.
                if ws-effective-date not = spaces
                    perform 1730-queue-approved-item
                else
                    perform 2100-apply-one-transaction
                    if ws-reject-count = ws-reject-count-before
                        add 1 to ws-approved-applied-count
                        move apr-approver-id to ws-approved-reason-id
                        move ws-approved-reason to ws-reject-reason
                        perform 2610-write-report-line
                    end-if
                end-if.
                delete approval-file
                    invalid key
                        display "CUSTMNT: APPROVAL DELETE FAILED, "
                            "STATUS=" ws-approval-status
                        perform 3010-close-files
                        move 16 to return-code
                        stop run
                end-delete.

           1730-queue-approved-item.
                move "A" to ws-pending-approval-flag.
                move apr-approver-id to ws-queued-reason-id.
                perform 2800-defer-transaction.
                if ws-reject-count = ws-reject-count-before
                    add 1 to ws-approved-queued-count
                    move ws-queued-reason to ws-reject-reason
                    perform 2610-write-report-line
                end-if.

           2000-apply-transactions.
                read tran-file into small-data
                    at end
                        set ws-eof to true
                    not at end
                        add 1 to ws-tran-count
                        perform 2050-route-transaction
                end-read.

           2050-route-transaction.
                perform 2060-find-effective-date.
                evaluate true
                    when ws-effective-date = spaces
                        perform 2100-apply-one-transaction
                    when rec-type in small-data = "CX"
                        perform 2800-defer-transaction
                    when other
                        perform 2070-queue-dated-transaction
                end-evaluate.

           2060-find-effective-date.
                move spaces to ws-effective-date.
                if rec-type in small-data = "CX"
                    if cust-id in small-data = ws-last-deferred-id
                       and ws-last-deferred-id not = zero
                        move ws-last-deferred-date
                            to ws-effective-date
                    end-if
                else
                    move zero to ws-last-deferred-id
                    if (rec-type in small-data = "CA"
                        or rec-type in small-data = "CC"
                        or rec-type in small-data = "CD")
                       and tran-effective-date in small-data
                           is numeric
                       and tran-effective-date in small-data
                           > ws-today
                        move tran-effective-date in small-data
                            to ws-effective-date
                    end-if
                end-if.

           2070-queue-dated-transaction.
                move zero to ws-last-confirmed-id.
                move zero to ws-last-applied-id.
                move zero to ws-last-withheld-id.
                move zero to ws-last-held-id.
                move tran-operator-id in small-data to ws-requester-id.
                perform 2110-read-master.
                set ws-queueing-dated to true.
                perform 2120-check-approval-hold.
                move "N" to ws-queueing-dated-flag.
                if ws-hold-not-needed
                    move "N" to ws-pending-approval-flag
                    perform 2800-defer-transaction
                else
                    perform 2570-hold-for-approval
                    if ws-last-held-id not = zero
                        add 1 to ws-queued-held-count
                        move ws-effective-date
                            to pnd-rpt-effective-date
                        move "HELD" to pnd-rpt-status
                        move ws-reject-reason to pnd-rpt-reason
                        perform 2910-write-pending-line
                    end-if
                end-if.

           2100-apply-one-transaction.
                if rec-type in small-data = "CX"
                    perform 2550-pass-continuation
                else
                    move zero to ws-last-confirmed-id
                    move zero to ws-last-applied-id
                    move zero to ws-last-withheld-id
                    move zero to ws-last-held-id
                    move tran-operator-id in small-data
                        to ws-requester-id
                    perform 2110-read-master
                    perform 2120-check-approval-hold
                    if not ws-hold-not-needed
                        perform 2570-hold-for-approval
                    else
                        evaluate rec-type in small-data
                            when "CA"
                                perform 2200-apply-add
                            when "CC"
                                perform 2300-apply-change
                            when "CD"
                                perform 2400-apply-delete
                            when "CR"
                                perform 2450-apply-release
                            when "CU"
                                perform 2500-confirm-processing
                            when other
                                move "UNKNOWN TRANSACTION TYPE"
                                    to ws-reject-reason
                                perform 2600-write-reject
                        end-evaluate
                    end-if
                end-if.

           2110-read-master.
                        move master-record to ws-master-image
                end-read.

           2120-check-approval-hold.
                move space to ws-hold-reason.
                if (ws-master-found or ws-queueing-dated)
                   and not ws-applying-approved
                   and not ws-hold-decided
                    evaluate rec-type in small-data
                        when "CD"
                            move "D" to ws-hold-reason
                        when "CC"
                            add 1 to ws-name-change-count
                            if ws-change-limit-set
                               and ws-name-change-count
                                   > ws-change-limit
                                move "L" to ws-hold-reason
                            end-if
                        when other
                            continue
                    end-evaluate
                end-if.

           2200-apply-add.
                if ws-master-found
                    move "ADD OF EXISTING CUSTOMER"
                    move first-name in small-data to mst-first-name
                    move second-name in small-data
                        to mst-second-name
                    if mst-status not = "QU"
                        move "AC" to mst-status
                    end-if
                    move ws-today to mst-last-activity
                    rewrite master-record
                        invalid key
                    end-delete
                end-if.

           2450-apply-release.
                if not ws-master-found
                    move "RELEASE OF NON-EXISTENT CUSTOMER"
                        to ws-reject-reason
                    perform 2600-write-reject
                else
                    if mst-status not = "QU"
                        move "RELEASE OF CUSTOMER NOT QUARANTINED"
                            to ws-reject-reason
                        perform 2600-write-reject
                    else
                        move "AC" to mst-status
                        move ws-today to mst-last-activity
                        rewrite master-record
                            invalid key
                                move "MASTER REWRITE REJECTED BY KEY"
                                    to ws-reject-reason
                                perform 2600-write-reject
                            not invalid key
                                add 1 to ws-release-count
                                perform 2700-write-maint-audit
                        end-rewrite
                    end-if
                end-if.

           2500-confirm-processing.
                if not ws-master-found
                    move "PROCESSING FOR CUSTOMER NOT ON MASTER"
                        to ws-reject-reason
                    perform 2600-write-reject
                else
                    evaluate mst-status
                        when "DM"
                            move "PROCESSING FOR DORMANT CUSTOMER"
                                to ws-reject-reason
                            perform 2600-write-reject
                        when "QU"
                            perform 2520-withhold-quarantined
                        when other
                            perform 2510-confirm-active-customer
                    end-evaluate
                end-if.

           2510-confirm-active-customer.
                move ws-today to mst-last-activity.
                rewrite master-record
                            to ws-last-confirmed-id
                end-rewrite.

           2520-withhold-quarantined.
                move "WITHHELD, CUSTOMER QUARANTINED"
                    to ws-reject-reason.
                perform 2610-write-report-line.
                add 1 to ws-withheld-count.
                move cust-id in small-data to ws-last-withheld-id.

           2550-pass-continuation.
                evaluate true
                    when cust-id in small-data = ws-last-confirmed-id
                     and ws-last-confirmed-id not = zero
                        move cust-id in small-data to cnf-cust-id
                        move rec-type in small-data to cnf-rec-type
                        move first-name in small-data
                            to cnf-first-name
                        move second-name in small-data
                            to cnf-second-name
                        write confirm-record
                        add 1 to ws-continuation-count
                        add 1 to ws-cont-cnfm-count
                    when cust-id in small-data = ws-last-applied-id
                     and ws-last-applied-id not = zero
                        perform 2560-absorb-master-continuation
                    when cust-id in small-data = ws-last-withheld-id
                     and ws-last-withheld-id not = zero
                        move "CONTINUATION WITHHELD, QUARANTINED"
                            to ws-reject-reason
                        perform 2610-write-report-line
                        add 1 to ws-withheld-count
                    when cust-id in small-data = ws-last-held-id
                     and ws-last-held-id not = zero
                        perform 2580-hold-continuation
                    when other
                        move "CONTINUATION WITHOUT CONFIRMED BASE"
                            to ws-reject-reason
                        perform 2600-write-reject
                end-evaluate.

           2560-absorb-master-continuation.
                perform 2110-read-master.
                    end-if
                end-if.

           2570-hold-for-approval.
                add 1 to ws-approval-request-no.
                move 1 to ws-held-line-no.
                move cust-id in small-data to ws-last-held-id.
                perform 2590-write-approval-line.
                if ws-last-held-id not = zero
                    add 1 to ws-held-request-count
                end-if.

           2580-hold-continuation.
                if ws-held-line-no < 99
                    add 1 to ws-held-line-no
                    perform 2590-write-approval-line
                else
                    move "TOO MANY CONTINUATIONS ON HELD REQUEST"
                        to ws-reject-reason
                    perform 2600-write-reject
                end-if.

           2590-write-approval-line.
                move ws-today to apr-held-date.
                move ws-approval-request-no to apr-request-no.
                move ws-held-line-no to apr-line-no.
                move cust-id in small-data to apr-cust-id.
                move ws-hold-reason to apr-hold-reason.
                move space to apr-status.
                move ws-requester-id to apr-requester-id.
                move spaces to apr-approver-id.
                move spaces to apr-decision-date.
                move small-data to apr-tran-image.
                write approval-record
                    invalid key
                        move "APPROVAL QUEUE REJECTED BY KEY"
                            to ws-reject-reason
                        perform 2600-write-reject
                        move zero to ws-last-held-id
                    not invalid key
                        add 1 to ws-held-count
                        move ws-today to ws-held-reason-date
                        move ws-approval-request-no
                            to ws-held-reason-no
                        move ws-held-reason to ws-reject-reason
                        perform 2610-write-report-line
                end-write.

           2600-write-reject.
                perform 2610-write-report-line.
                add 1 to ws-reject-count.

           2610-write-report-line.
                move spaces to ws-mnt-detail-line.
                move rec-type in small-data to mnt-rpt-rec-type.
                move cust-id in small-data to mnt-rpt-cust-id.
                move ws-reject-reason to mnt-rpt-reason.
                move ws-mnt-detail-line to maint-report-line.
                write maint-report-line.

           2700-write-maint-audit.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to mnt-timestamp.
                move rec-type in small-data to mnt-action.
                move cust-id in small-data to mnt-cust-id.
                move ws-master-image to mnt-before-image.
                move master-record to mnt-after-image.
                move ws-requester-id to mnt-requester-id.
                move ws-approver-id to mnt-approver-id.
                write maint-audit-record.

           2800-defer-transaction.
                move ws-effective-date to pnd-effective-date.
                move cust-id in small-data to pnd-cust-id.
                move ws-today to pnd-queued-date.
                add 1 to ws-pending-seq.
                move ws-pending-seq to pnd-queued-seq.
                move small-data to pnd-tran-image.
                move ws-pending-approval-flag to pnd-approval-flag.
                move ws-approver-id to pnd-approver-id.
                write pending-record
                    invalid key
                        move "PENDING QUEUE REJECTED BY KEY"
                            to ws-reject-reason
                        perform 2600-write-reject
                    not invalid key
                        add 1 to ws-deferred-count
                        if rec-type in small-data not = "CX"
                            move cust-id in small-data
                                to ws-last-deferred-id
                            move ws-effective-date
                                to ws-last-deferred-date
                        end-if
                        move ws-effective-date
                            to pnd-rpt-effective-date
                        move "QUEUED" to pnd-rpt-status
                        move spaces to pnd-rpt-reason
                        if pnd-approved
                            move ws-queued-reason to pnd-rpt-reason
                        end-if
                        perform 2910-write-pending-line
                end-write.

           2910-write-pending-line.
                move rec-type in small-data to pnd-rpt-rec-type.
                move cust-id in small-data to pnd-rpt-cust-id.
                move ws-pnd-detail-line to pending-report-line.
                write pending-report-line.

           3000-finalize.
                perform 3200-list-pending.
                move "TRANSACTIONS READ:" to mnt-total-label.
                move ws-tran-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                move ws-delete-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "CUSTOMERS RELEASED:" to mnt-total-label.
                move ws-release-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "PROCESSING CONFIRMED:" to mnt-total-label.
                move ws-confirm-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                move ws-continuation-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "PROCESSING WITHHELD:" to mnt-total-label.
                move ws-withheld-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "TRANSACTIONS REJECTED:" to mnt-total-label.
                move ws-reject-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "PENDING ITEMS DUE:" to mnt-total-label.
                move ws-pending-due-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "DEFERRED TO PENDING:" to mnt-total-label.
                move ws-deferred-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "APPROVED ITEMS DUE:" to mnt-total-label.
                move ws-approved-due-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "APPROVED ITEMS APPLIED:" to mnt-total-label.
                move ws-approved-applied-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "APPROVED ITEMS QUEUED:" to mnt-total-label.
                move ws-approved-queued-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "HELD FOR APPROVAL:" to mnt-total-label.
                move ws-held-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                move "APPROVAL REQUESTS:" to mnt-total-label.
                move ws-held-request-count to mnt-total-count.
                move ws-mnt-total-line to maint-report-line.
                write maint-report-line.
                perform 3100-write-control-totals.
                perform 3010-close-files.
                if ws-reject-count not = zero
                   or ws-pending-invalid-count not = zero
                    move 4 to return-code
                else
                    move zero to return-code
                close confirm-file.
                close maint-audit-file.
                close maint-report-file.
                close pending-file.
                close pending-report-file.
                close approval-file.

           3100-write-control-totals.
                open output total-file.
                move "CUSTOMERS DELETED" to tot-name.
                move ws-delete-count to tot-value.
                write total-record.
                move "CUSTOMERS RELEASED" to tot-name.
                move ws-release-count to tot-value.
                write total-record.
                move "PROCESSING CONFIRMED" to tot-name.
                move ws-confirm-count to tot-value.
                write total-record.
                move "CONTINUATIONS ABSORBED" to tot-name.
                move ws-cont-absorb-count to tot-value.
                write total-record.
                move "PROCESSING WITHHELD" to tot-name.
                move ws-withheld-count to tot-value.
                write total-record.
                move "TRANSACTIONS REJECTED" to tot-name.
                move ws-reject-count to tot-value.
                write total-record.
                move "PENDING DUE" to tot-name.
                move ws-pending-due-count to tot-value.
                write total-record.
                move "PENDING DEFERRED" to tot-name.
                move ws-deferred-count to tot-value.
                write total-record.
                move "APPROVED DUE" to tot-name.
                move ws-approved-due-count to tot-value.
                write total-record.
                move "APPROVED APPLIED" to tot-name.
                move ws-approved-applied-count to tot-value.
                write total-record.
                move "HELD FOR APPROVAL" to tot-name.
                move ws-held-count to tot-value.
                write total-record.
                move "APPROVAL REQUESTS" to tot-name.
                move ws-held-request-count to tot-value.
                write total-record.
                close total-file.

           3200-list-pending.
                move spaces to pending-report-line.
                write pending-report-line.
                move "STILL PENDING AFTER THIS RUN:"
                    to pending-report-line.
                write pending-report-line.
                move "N" to ws-pending-eof-flag.
                move low-values to pnd-key.
                start pending-file key is not < pnd-key
                    invalid key
                        set ws-pending-eof to true
                end-start.
                perform 3210-check-next-pending
                    until ws-pending-eof.
                perform 3250-write-pending-totals.

           3210-check-next-pending.
                read pending-file next record
                    at end
                        set ws-pending-eof to true
                    not at end
                        perform 3220-validate-pending-item
                end-read.

           3220-validate-pending-item.
                add 1 to ws-still-pending-count.
                move pnd-tran-image to small-data.
                move pnd-effective-date to pnd-rpt-effective-date.
                perform 3230-find-projection.
                move spaces to pnd-rpt-reason.
                evaluate rec-type in small-data
                    when "CA"
                        if ws-prj-exists (prj-ix)
                            move "ADD OF EXISTING CUSTOMER"
                                to pnd-rpt-reason
                        else
                            move "Y" to ws-prj-exists-flag (prj-ix)
                        end-if
                    when "CD"
                        if ws-prj-exists (prj-ix)
                            move "N" to ws-prj-exists-flag (prj-ix)
                        else
                            move "DELETE OF NON-EXISTENT CUSTOMER"
                                to pnd-rpt-reason
                        end-if
                    when "CX"
                        if not ws-prj-exists (prj-ix)
                            move "CONTINUATION FOR NON-EXISTENT CUST"
                                to pnd-rpt-reason
                        end-if
                    when other
                        if not ws-prj-exists (prj-ix)
                            move "CHANGE TO NON-EXISTENT CUSTOMER"
                                to pnd-rpt-reason
                        end-if
                end-evaluate.
                if pnd-rpt-reason = spaces
                    move "PENDING" to pnd-rpt-status
                else
                    add 1 to ws-pending-invalid-count
                    move "INVALID" to pnd-rpt-status
                end-if.
                perform 2910-write-pending-line.

           3230-find-projection.
                set prj-ix to 1.
                search ws-projection-entry
                    at end
                        perform 3240-add-projection
                    when prj-ix > ws-projection-count
                        perform 3240-add-projection
                    when ws-prj-cust-id (prj-ix) = cust-id in small-data
                        continue
                end-search.

           3240-add-projection.
                if ws-projection-count < 10000
                    add 1 to ws-projection-count
                    set prj-ix to ws-projection-count
                else
                    set prj-ix to 10001
                end-if.
                move cust-id in small-data to ws-prj-cust-id (prj-ix).
                perform 2110-read-master.
                if ws-master-found
                    move "Y" to ws-prj-exists-flag (prj-ix)
                else
                    move "N" to ws-prj-exists-flag (prj-ix)
                end-if.

           3250-write-pending-totals.
                move "DUE ITEMS APPLIED:" to pnd-total-label.
                move ws-pending-applied-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.
                move "DUE ITEMS DROPPED:" to pnd-total-label.
                move ws-pending-dropped-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.
                move "DUE ITEMS HELD FOR APPROVAL:" to pnd-total-label.
                move ws-pending-held-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.
                move "QUEUED THIS RUN:" to pnd-total-label.
                move ws-deferred-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.
                move "HELD FOR APPROVAL THIS RUN:" to pnd-total-label.
                move ws-queued-held-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.
                move "STILL PENDING:" to pnd-total-label.
                move ws-still-pending-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.
                move "PENDING BUT INVALID:" to pnd-total-label.
                move ws-pending-invalid-count to pnd-total-count.
                move ws-pnd-total-line to pending-report-line.
                write pending-report-line.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
