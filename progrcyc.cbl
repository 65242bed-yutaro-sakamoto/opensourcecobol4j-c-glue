               select residual-file assign to "ERRRCYC"
                   organization line sequential
                   file status is ws-residual-status.
               select error-history-file assign to "ERRHIST"
                   organization line sequential
                   file status is ws-error-history-status.
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
           fd  control-file.
           01  residual-record.
               copy "errrec.cpy".

           fd  error-history-file.
           01  error-history-record           pic x(94).

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

           01  a                              pic 9(5) usage binary.
           01  b                              pic 9(5) usage binary.
           01  i                              pic 9(5) usage binary.
               05  ws-customer-status         pic xx.
               05  ws-audit-status            pic xx.
               05  ws-residual-status         pic xx.
               05  ws-error-history-status    pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                perform 2000-recycle-records
                    until ws-eof.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move "PROGRCYC" to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                perform 1100-read-control-card.
                open input customer-file.
                if ws-customer-status not = "00"
                    move 16 to return-code
                    stop run
                end-if.
                open extend error-history-file.
                if ws-error-history-status not = "00"
                    open output error-history-file
                end-if.
                if ws-error-history-status not = "00"
                    display "PROGRCYC: CANNOT OPEN ERROR-HISTORY, "
                        "STATUS=" ws-error-history-status
                    move 16 to return-code
                    stop run
                end-if.
                perform 1200-load-error-table.
                perform 2050-read-customer.

           2310-write-retry-residual.
                move ws-err-image (err-ix) to residual-record.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to err-timestamp.
                move "init" to err-call-name.
                move ws-call-status to err-return-code.
                add 1 ws-err-retry-count (err-ix)
                    giving err-retry-count.
                write residual-record.
                perform 2340-write-error-history.
                add 1 to ws-residual-count.

           2320-write-destroy-residual.
                move ws-err-image (err-ix) to residual-record.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to err-timestamp.
                move "destroy" to err-call-name.
                move ws-call-status to err-return-code.
                add 1 ws-err-retry-count (err-ix)
                    giving err-retry-count.
                write residual-record.
                perform 2340-write-error-history.
                add 1 to ws-residual-count.

           2330-write-audit-record.
                inspect ws-clean-second-name
                    replacing all x"00" by space.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to aud-timestamp.
                move a to aud-a.
                move b to aud-b.
                move ws-clean-second-name to aud-second-name.
                move i to aud-i.
                move "RCYC" to aud-status.
                move "CTLCARD" to aud-profile-id.
                write audit-record.

           2340-write-error-history.
                move residual-record to error-history-record.
                write error-history-record.

           2400-write-limit-residual.
                move ws-err-image (err-ix) to residual-record.
                move "RETRY LIMIT REACHED, NOT RECYCLED"
                close customer-file.
                close audit-file.
                close residual-file.
                close error-history-file.
                display "PROGRCYC: ERROR RECORDS READ   "
                    ws-error-count.
                display "PROGRCYC: CUSTOMERS RETRIED    "
                   and ws-err-matched-flag (ws-dup-sub) = "Y"
                    set ws-dup-found to true
                end-if.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
