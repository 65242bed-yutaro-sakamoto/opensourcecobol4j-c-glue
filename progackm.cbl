           environment division.
           input-output section.
           file-control.
               select parm-file assign to "ACKMPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select extract-file assign to "EXTRACT"
                   organization line sequential
                   file status is ws-extract-status.
               select ack-report-file assign to "ACKMRPT"
                   organization line sequential
                   file status is ws-ack-report-status.
               select total-file assign to "ACKMTOT"
                   organization line sequential
                   file status is ws-total-status.
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
               05  prm-feed-name              pic x(08).
               05  filler                     pic x(72).

           fd  extract-file.
           01  extract-record                 pic x(200).

           fd  ack-file.
           01  ack-record                     pic x(100).
           fd  ack-report-file.
           01  ack-report-line                pic x(80).

           fd  total-file.
           01  total-record.
               copy "ctltot.cpy".

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
               05  ws-extract-status          pic xx.
               05  ws-ack-status              pic xx.
               05  ws-ack-error-status        pic xx.
               05  ws-ack-report-status       pic xx.
               05  ws-total-status            pic xx.

           01  ws-feed-name                   pic x(08)
                                              value "PROGACKM".

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                    until dtl-ix > ws-detail-count-bin.
                perform 2800-verify-trailers.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                perform 1100-read-parameter-card.
                move ws-feed-name to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                open input extract-file.
                if ws-extract-status not = "00"
                    display "PROGACKM: CANNOT OPEN EXTRACT-FILE, "
                move ws-ackm-column-line to ack-report-line.
                write ack-report-line.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status = "35"
                    continue
                else
                    if ws-parm-status not = "00"
                        display "PROGACKM: CANNOT OPEN PARM-FILE, "
                            "STATUS=" ws-parm-status
                        move 16 to return-code
                        stop run
                    end-if
                    read parm-file
                        at end
                            continue
                        not at end
                            if prm-feed-name not = spaces
                                move prm-feed-name to ws-feed-name
                            end-if
                    end-read
                    close parm-file
                end-if.

           2000-load-extract-details.
                read extract-file
                    at end
           2500-write-reject-error.
                add 1 to ws-rejected-count.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to err-timestamp.
                move "dnstream" to err-call-name.
                move zero to err-return-code.
                end-evaluate.
                move ws-ackm-verdict-line to ack-report-line.
                write ack-report-line.
                perform 3100-write-control-totals.
                perform 3010-close-files.
                display "PROGACKM: " ackm-verdict-text.
                evaluate true
                close ack-file.
                close ack-error-file.
                close ack-report-file.

           3100-write-control-totals.
                open extend total-file.
                if ws-total-status not = "00"
                    open output total-file
                end-if.
                if ws-total-status not = "00"
                    display "PROGACKM: CANNOT OPEN TOTAL-FILE, "
                        "STATUS=" ws-total-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.
                move ws-feed-name to tot-program.
                move ws-business-date to tot-run-date.
                move "DETAILS SENT" to tot-name.
                move ws-detail-count to tot-value.
                write total-record.
                move "DETAILS ACCEPTED" to tot-name.
                move ws-accepted-count to tot-value.
                write total-record.
                move "DETAILS REJECTED" to tot-name.
                move ws-rejected-count to tot-value.
                write total-record.
                move "DETAILS UNACKNOWLEDGED" to tot-name.
                move ws-unacked-count to tot-value.
                write total-record.
                close total-file.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
