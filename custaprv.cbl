           identification division.
              program-id.  custaprv.
           environment division.
           input-output section.
           file-control.
               select parm-file assign to "APRPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select card-file assign to "APRCARD"
                   organization line sequential
                   file status is ws-card-status.
               select approval-file assign to "CUSTAPPR"
                   organization indexed
                   access dynamic
                   record key is apr-key
                   file status is ws-approval-status.
               select approval-report-file assign to "APRRPT"
                   organization line sequential
                   file status is ws-approval-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-expiry-days            pic x(03).
               05  filler                     pic x(77).

           fd  card-file.
           01  card-record.
               05  crd-action                 pic x(02).
               05  crd-held-date              pic x(08).
               05  crd-request-no             pic x(05).
               05  crd-cust-id                pic x(09).
               05  crd-approver-id            pic x(08).
               05  filler                     pic x(48).

           fd  approval-file.
           01  approval-record.
               copy "apprmnt.cpy".

           fd  approval-report-file.
           01  approval-report-line           pic x(132).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-card-status             pic xx.
               05  ws-approval-status         pic xx.
               05  ws-approval-report-status  pic xx.

           01  ws-flags.
               05  ws-card-eof-flag           pic x value "N".
                   88  ws-card-eof            value "Y".
               05  ws-card-open-flag          pic x value "N".
                   88  ws-card-file-open      value "Y".
               05  ws-approval-eof-flag       pic x value "N".
                   88  ws-approval-eof        value "Y".
               05  ws-request-found-flag      pic x value "N".
                   88  ws-request-found       value "Y".
               05  ws-request-done-flag       pic x value "N".
                   88  ws-request-done        value "Y".
               05  ws-expiring-flag           pic x value "N".
                   88  ws-expiring-request    value "Y".

           01  ws-date-fields.
               05  ws-expiry-days             pic 9(3) value 5.
               05  ws-days-counted            pic 9(3).
               05  ws-today-date              pic 9(8).
               05  ws-cutoff-int              pic 9(9) usage binary.
               05  ws-expiry-cutoff           pic 9(8).

           01  ws-request-fields.
               05  ws-card-reason             pic x(40).
               05  ws-request-key.
                   10  ws-request-held-date   pic x(08).
                   10  ws-request-no          pic 9(5).
                   10  ws-request-line-no     pic 9(2).
               05  ws-request-rec-type        pic x(02).
               05  ws-request-requester-id    pic x(08).

           01  ws-counters.
               05  ws-card-count              pic 9(9) value zero.
               05  ws-approved-count          pic 9(9) value zero.
               05  ws-declined-count          pic 9(9) value zero.
               05  ws-expired-count           pic 9(9) value zero.
               05  ws-card-reject-count       pic 9(9) value zero.
               05  ws-awaiting-count          pic 9(9) value zero.
               05  ws-approved-waiting-count  pic 9(9) value zero.

           01  ws-apv-header-line.
               05  filler                     pic x(132)
                   value "MAINTENANCE APPROVAL RUN - DECISIONS".
           01  ws-apv-cutoff-line.
               05  filler                     pic x(24)
                   value "EXPIRY CUTOFF HELD DATE:".
               05  apv-expiry-cutoff          pic 9(8).
               05  filler                     pic x(17)
                   value "   BUSINESS DAYS:".
               05  apv-expiry-days            pic zz9.
               05  filler                     pic x(80) value spaces.
           01  ws-apv-column-line.
               05  filler                     pic x(33)
                   value "  TY  REQUEST         CUST-ID    ".
               05  filler                     pic x(99)
                   value "REQ-OPER  APR-OPER  STATUS    REASON".
           01  ws-apv-detail-line.
               05  filler                     pic x(02) value spaces.
               05  apv-rec-type               pic x(02).
               05  filler                     pic x(02) value spaces.
               05  apv-held-date              pic x(08).
               05  apv-request-dash           pic x(01).
               05  apv-request-no             pic x(05).
               05  filler                     pic x(02) value spaces.
               05  apv-cust-id                pic x(09).
               05  filler                     pic x(02) value spaces.
               05  apv-requester-id           pic x(08).
               05  filler                     pic x(02) value spaces.
               05  apv-approver-id            pic x(08).
               05  filler                     pic x(02) value spaces.
               05  apv-status                 pic x(08).
               05  filler                     pic x(02) value spaces.
               05  apv-reason                 pic x(40).
               05  filler                     pic x(29) value spaces.
           01  ws-apv-total-line.
               05  apv-total-label            pic x(28).
               05  apv-total-count            pic zzzzzzzz9.
               05  filler                     pic x(95) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-process-cards
                    until ws-card-eof.
                perform 2900-sweep-approval-file.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                perform 1100-read-parameter-card.
                open i-o approval-file.
                if ws-approval-status = "35"
                    open output approval-file
                    close approval-file
                    open i-o approval-file
                end-if.
                if ws-approval-status not = "00"
                    display "CUSTAPRV: CANNOT OPEN APPROVAL-FILE, "
                        "STATUS=" ws-approval-status
                    move 16 to return-code
                    stop run
                end-if.
                open output approval-report-file.
                if ws-approval-report-status not = "00"
                    display "CUSTAPRV: CANNOT OPEN APPROVAL-REPORT, "
                        "STATUS=" ws-approval-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-apv-header-line to approval-report-line.
                write approval-report-line.
                move ws-expiry-cutoff to apv-expiry-cutoff.
                move ws-expiry-days to apv-expiry-days.
                move ws-apv-cutoff-line to approval-report-line.
                write approval-report-line.
                move ws-apv-column-line to approval-report-line.
                write approval-report-line.
                open input card-file.
                if ws-card-status = "35"
                    display "CUSTAPRV: NO APPROVAL CARDS, EXPIRY "
                        "SWEEP ONLY"
                    set ws-card-eof to true
                else
                    if ws-card-status not = "00"
                        display "CUSTAPRV: CANNOT OPEN CARD-FILE, "
                            "STATUS=" ws-card-status
                        move 16 to return-code
                        stop run
                    end-if
                    set ws-card-file-open to true
                end-if.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status = "35"
                    continue
                else
                    if ws-parm-status not = "00"
                        display "CUSTAPRV: CANNOT OPEN PARM-FILE, "
                            "STATUS=" ws-parm-status
                        move 16 to return-code
                        stop run
                    end-if
                    read parm-file
                        at end
                            continue
                        not at end
                            if prm-expiry-days is numeric
                                move prm-expiry-days
                                    to ws-expiry-days
                            end-if
                    end-read
                    close parm-file
                end-if.
                if ws-expiry-days = zero
                    display "CUSTAPRV: EXPIRY DAYS ZERO ON CONTROL "
                        "CARD, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.
                move ws-business-date to ws-today-date.
                compute ws-cutoff-int =
                    function integer-of-date(ws-today-date).
                move zero to ws-days-counted.
                perform 1210-step-back-one-day
                    until ws-days-counted = ws-expiry-days.
                move function date-of-integer(ws-cutoff-int)
                    to ws-expiry-cutoff.

           1210-step-back-one-day.
                subtract 1 from ws-cutoff-int.
                move function date-of-integer(ws-cutoff-int)
                    to ws-cal-test-date.
                perform 8300-test-business-day.
                if ws-cal-business-day
                    add 1 to ws-days-counted
                end-if.

           2000-process-cards.
                read card-file
                    at end
                        set ws-card-eof to true
                    not at end
                        if crd-action not = spaces
                            add 1 to ws-card-count
                            perform 2100-process-one-card
                        end-if
                end-read.

           2100-process-one-card.
                move spaces to ws-card-reason.
                move spaces to ws-request-rec-type.
                move spaces to ws-request-requester-id.
                perform 2110-validate-card.
                if ws-card-reason not = spaces
                    add 1 to ws-card-reject-count
                    move "REJECTED" to apv-status
                    move ws-card-reason to apv-reason
                    perform 2800-write-card-line
                else
                    if crd-action = "AP"
                        perform 2300-approve-request
                    else
                        perform 2400-decline-request
                    end-if
                end-if.

           2110-validate-card.
                evaluate true
                    when crd-action not = "AP"
                     and crd-action not = "DC"
                        move "ACTION MUST BE AP OR DC"
                            to ws-card-reason
                    when crd-approver-id = spaces
                        move "APPROVER ID MISSING" to ws-card-reason
                    when crd-held-date is not numeric
                      or crd-request-no is not numeric
                        move "REQUEST NUMBER NOT NUMERIC"
                            to ws-card-reason
                    when other
                        perform 2120-read-request
                end-evaluate.
                if ws-card-reason = spaces
                    evaluate true
                        when not ws-request-found
                            move "REQUEST NOT ON APPROVAL FILE"
                                to ws-card-reason
                        when crd-cust-id not = apr-cust-id
                            move "CUST-ID DOES NOT MATCH REQUEST"
                                to ws-card-reason
                        when crd-approver-id = apr-requester-id
                            move "APPROVER IS THE REQUESTING OPERATOR"
                                to ws-card-reason
                        when crd-action = "AP"
                         and apr-approved
                            move "REQUEST ALREADY APPROVED"
                                to ws-card-reason
                        when other
                            continue
                    end-evaluate
                end-if.

           2120-read-request.
                move "N" to ws-request-found-flag.
                move crd-held-date to ws-request-held-date.
                move crd-request-no to ws-request-no.
                move 1 to ws-request-line-no.
                move ws-request-key to apr-key.
                read approval-file
                    invalid key
                        continue
                    not invalid key
                        set ws-request-found to true
                        move apr-tran-image (10:2)
                            to ws-request-rec-type
                        move apr-requester-id
                            to ws-request-requester-id
                end-read.

           2300-approve-request.
                move "N" to ws-request-done-flag.
                move 1 to ws-request-line-no.
                perform 2310-approve-request-line
                    until ws-request-done.
                add 1 to ws-approved-count.
                move "APPROVED" to apv-status.
                move "APPLIED BY THE NEXT CUSTMNT RUN" to apv-reason.
                perform 2800-write-card-line.

           2310-approve-request-line.
                move ws-request-key to apr-key.
                read approval-file
                    invalid key
                        set ws-request-done to true
                    not invalid key
                        move "A" to apr-status
                        move crd-approver-id to apr-approver-id
                        move ws-business-date to apr-decision-date
                        rewrite approval-record
                            invalid key
                                display "CUSTAPRV: APPROVAL REWRITE "
                                    "FAILED, STATUS="
                                    ws-approval-status
                                perform 3010-close-files
                                move 16 to return-code
                                stop run
                        end-rewrite
                        add 1 to ws-request-line-no
                end-read.

           2400-decline-request.
                move "N" to ws-request-done-flag.
                move 1 to ws-request-line-no.
                perform 2410-delete-request-line
                    until ws-request-done.
                add 1 to ws-declined-count.
                move "DECLINED" to apv-status.
                move "REQUEST REMOVED, NOT APPLIED" to apv-reason.
                perform 2800-write-card-line.

           2410-delete-request-line.
                move ws-request-key to apr-key.
                read approval-file
                    invalid key
                        set ws-request-done to true
                    not invalid key
                        perform 2420-delete-approval-record
                        add 1 to ws-request-line-no
                end-read.

           2420-delete-approval-record.
                delete approval-file
                    invalid key
                        display "CUSTAPRV: APPROVAL DELETE FAILED, "
                            "STATUS=" ws-approval-status
                        perform 3010-close-files
                        move 16 to return-code
                        stop run
                end-delete.

           2800-write-card-line.
                move ws-request-rec-type to apv-rec-type.
                move crd-held-date to apv-held-date.
                move "-" to apv-request-dash.
                move crd-request-no to apv-request-no.
                move crd-cust-id to apv-cust-id.
                move ws-request-requester-id to apv-requester-id.
                move crd-approver-id to apv-approver-id.
                move ws-apv-detail-line to approval-report-line.
                write approval-report-line.

           2900-sweep-approval-file.
                move "N" to ws-expiring-flag.
                move low-values to apr-key.
                start approval-file key is not < apr-key
                    invalid key
                        set ws-approval-eof to true
                end-start.
                perform 2910-check-next-request
                    until ws-approval-eof.

           2910-check-next-request.
                read approval-file next record
                    at end
                        set ws-approval-eof to true
                    not at end
                        perform 2920-check-request-line
                end-read.

           2920-check-request-line.
                if apr-line-no = 1
                    move "N" to ws-expiring-flag
                    if apr-awaiting
                       and apr-held-date < ws-expiry-cutoff
                        set ws-expiring-request to true
                        add 1 to ws-expired-count
                        move "EXPIRED" to apv-status
                        move "NOT APPROVED IN TIME, REQUEST REMOVED"
                            to apv-reason
                        perform 2930-write-request-line
                    else
                        if apr-approved
                            add 1 to ws-approved-waiting-count
                        else
                            add 1 to ws-awaiting-count
                            move "AWAITING" to apv-status
                            move spaces to apv-reason
                            perform 2930-write-request-line
                        end-if
                    end-if
                end-if.
                if ws-expiring-request
                    perform 2420-delete-approval-record
                end-if.

           2930-write-request-line.
                move apr-tran-image (10:2) to apv-rec-type.
                move apr-held-date to apv-held-date.
                move "-" to apv-request-dash.
                move apr-request-no to apv-request-no.
                move apr-cust-id to apv-cust-id.
                move apr-requester-id to apv-requester-id.
                move apr-approver-id to apv-approver-id.
                move ws-apv-detail-line to approval-report-line.
                write approval-report-line.

           3000-finalize.
                move "APPROVAL CARDS READ:" to apv-total-label.
                move ws-card-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                move "REQUESTS APPROVED:" to apv-total-label.
                move ws-approved-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                move "REQUESTS DECLINED:" to apv-total-label.
                move ws-declined-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                move "REQUESTS EXPIRED:" to apv-total-label.
                move ws-expired-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                move "CARDS REJECTED:" to apv-total-label.
                move ws-card-reject-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                move "APPROVED, AWAITING CUSTMNT:" to apv-total-label.
                move ws-approved-waiting-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                move "AWAITING APPROVAL:" to apv-total-label.
                move ws-awaiting-count to apv-total-count.
                move ws-apv-total-line to approval-report-line.
                write approval-report-line.
                perform 3010-close-files.
                display "CUSTAPRV: CARDS READ        " ws-card-count.
                display "CUSTAPRV: REQUESTS APPROVED "
                    ws-approved-count.
                display "CUSTAPRV: REQUESTS DECLINED "
                    ws-declined-count.
                display "CUSTAPRV: REQUESTS EXPIRED  "
                    ws-expired-count.
                display "CUSTAPRV: CARDS REJECTED    "
                    ws-card-reject-count.
                if ws-card-reject-count not = zero
                    move 4 to return-code
                else
                    move zero to return-code
                end-if.

           3010-close-files.
                close approval-file.
                close approval-report-file.
                if ws-card-file-open
                    close card-file
                end-if.

           copy "bizdtrd.cpy".
