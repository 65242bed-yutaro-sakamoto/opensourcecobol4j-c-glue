               select error-file assign to "ERRFILE"
                   organization line sequential
                   file status is ws-error-status.
               select error-history-file assign to "ERRHIST"
                   organization line sequential
                   file status is ws-error-history-status.
               select extract-file assign to "EXTRACT"
                   organization line sequential
                   file status is ws-extract-status.
               select total-file assign to "PROGTOT"
                   organization line sequential
                   file status is ws-total-status.
               select profile-file assign to "SIZEPROF"
                   organization indexed
                   access random
                   record key is prf-key
                   file status is ws-profile-status.
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
           01  error-record.
               copy "errrec.cpy".

           fd  error-history-file.
           01  error-history-record           pic x(94).

           fd  extract-file.
           01  extract-record                 pic x(100).

           01  total-record.
               copy "ctltot.cpy".

           fd  profile-file.
           01  profile-record.
               copy "sizeprof.cpy".

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
               05  ws-report-status           pic xx.
               05  ws-restart-status          pic xx.
               05  ws-error-status            pic xx.
               05  ws-error-history-status    pic xx.
               05  ws-extract-status          pic xx.
               05  ws-extwork-status          pic xx.
               05  ws-runstats-status         pic xx.
               05  ws-runhist-status          pic xx.
               05  ws-total-status            pic xx.
               05  ws-profile-status          pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-precount-eof        value "Y".
               05  ws-deadline-cutoff-flag    pic x value "N".
                   88  ws-deadline-cutoff     value "Y".
               05  ws-profile-open-flag       pic x value "N".
                   88  ws-profile-file-open   value "Y".
               05  ws-profile-found-flag      pic x value "N".
                   88  ws-profile-found       value "Y".

           01  ws-counters.
               05  ws-record-number           pic 9(9) value zero.
               05  ws-type-cx-count           pic 9(9) value zero.
               05  ws-type-other-count        pic 9(9) value zero.
               05  ws-pair-count              pic 9(9) value zero.
               05  ws-prof-customer-count     pic 9(9) value zero.
               05  ws-prof-default-count      pic 9(9) value zero.
               05  ws-prof-ctlcard-count      pic 9(9) value zero.
               05  ws-final-rc                pic 9(2) value zero.

           01  ws-timing-fields.
               05  ws-tsw-hs                  pic 9(2).
               05  filler                     pic x(5).

           01  ws-sizing-fields.
               05  ws-ctl-a                   pic 9(5) value zero.
               05  ws-ctl-b                   pic 9(5) value zero.
               05  ws-profile-id              pic x(08).
               05  ws-group-class             pic x(02).

           01  ws-timestamp                   pic x(21).
           01  ws-call-status                 pic s9(9).

               05  ext-dtl-i                  pic 9(5).
               05  ext-dtl-a                  pic 9(5).
               05  ext-dtl-b                  pic 9(5).
               05  ext-dtl-profile-id         pic x(08).
               05  filler                     pic x(05) value spaces.
           01  ws-ext-trailer-record.
               05  filler                     pic x(01) value "T".
               05  ext-trl-count              pic 9(9).
                    perform 3050-reset-restart-on-eof
                end-if.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move function current-date to ws-run-start-stamp.
                perform 3070-get-time-hsecs.
                move ws-work-hsecs to ws-start-hsecs.
                perform 1100-read-control-card.
                move "PROG" to ws-ldg-step-name.
                move 8 to ws-ldg-complete-max-rc.
                move ws-high-volume-flag to ws-ldg-high-volume-flag.
                if ws-high-volume-mode
                    move ws-partition-id to ws-ldg-partition-id
                end-if.
                perform 8400-start-run-ledger.
                perform 1400-open-profile-file.
                perform 1200-read-restart-checkpoint.
                if ws-deadline-time not = zero
                    perform 1150-count-input-groups
                        stop run
                    end-if
                end-if.
                open extend error-history-file.
                if ws-error-history-status not = "00"
                    open output error-history-file
                end-if.
                if ws-error-history-status not = "00"
                    display "PROG: CANNOT OPEN ERROR-HISTORY, STATUS="
                        ws-error-history-status
                    move 16 to return-code
                    stop run
                end-if.
                if not ws-restart-exists
                    move ws-rpt-header-line to rpt-line
                    write rpt-line
                    move ws-rpt-column-line to rpt-line
                    write rpt-line
                    move ws-business-date to ext-hdr-run-date
                    move ws-ext-header-record to extract-record
                    write extract-record
                end-if.
                    move 16 to return-code
                    stop run
                end-if.
                move a to ws-ctl-a.
                move b to ws-ctl-b.
                if ws-deadline-time not = zero
                    compute ws-deadline-hsecs =
                        ((ws-dl-hh * 60 + ws-dl-mm) * 60
                        move 16 to return-code
                        stop run
                    end-if
                    move ws-business-date to ext-hdr-run-date
                    move ws-ext-header-record to extract-record
                    write extract-record
                    move zero to ws-extract-count
                        write extract-record
                end-read.

           1400-open-profile-file.
                open input profile-file.
                evaluate ws-profile-status
                    when "00"
                        set ws-profile-file-open to true
                    when "35"
                        display "PROG: NO SIZING-PROFILE FILE, CONTROL "
                            "CARD A/B USED FOR EVERY GROUP"
                    when other
                        display "PROG: CANNOT OPEN PROFILE-FILE, "
                            "STATUS=" ws-profile-status
                        move 16 to return-code
                        stop run
                end-evaluate.

           2000-process-records.
                if ws-input-eof
                    set ws-eof to true
                    end-if
                    if (not ws-high-volume-mode)
                       or (ws-partition-remainder = ws-partition-id)
                        perform 2190-select-sizing-profile
                        perform 2200-call-init-destroy
                        perform 2300-write-audit-record
                        add 1 to ws-record-count
                    end-if
                end-if.

           2190-select-sizing-profile.
                move ws-ctl-a to a.
                move ws-ctl-b to b.
                move "CTLCARD" to ws-profile-id.
                move "N" to ws-profile-found-flag.
                if ws-cx-offset > 11
                    move "CX" to ws-group-class
                else
                    move "CU" to ws-group-class
                end-if.
                if ws-profile-file-open
                    move cust-id in small-data to prf-cust-id
                    move spaces to prf-class
                    perform 2195-read-sizing-profile
                    if ws-profile-found
                        add 1 to ws-prof-customer-count
                    else
                        move zero to prf-cust-id
                        move ws-group-class to prf-class
                        perform 2195-read-sizing-profile
                        if ws-profile-found
                            add 1 to ws-prof-default-count
                        end-if
                    end-if
                end-if.
                if not ws-profile-found
                    add 1 to ws-prof-ctlcard-count
                end-if.

           2195-read-sizing-profile.
                read profile-file
                    invalid key
                        continue
                    not invalid key
                        if (prf-expiry-date = spaces
                            or prf-expiry-date > ws-business-date)
                           and prf-a is numeric and prf-a not = zero
                           and prf-b is numeric and prf-b not = zero
                            set ws-profile-found to true
                            move prf-a to a
                            move prf-b to b
                            move prf-profile-id to ws-profile-id
                        end-if
                end-read.

           2200-call-init-destroy.
                move ws-record-number to i.
                move "N" to ws-record-failed-flag.

           2210-handle-call-failure.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to err-timestamp.
                move "init" to err-call-name.
                move ws-call-status to err-return-code.
                    move "CALL TO init FAILED, RECORD SKIPPED"
                        to err-message
                    write error-record
                    perform 2240-write-error-history
                    perform 2230-register-skipped-record
                else
                    move "CALL TO init FAILED, ABENDING RUN"
                        to err-message
                    write error-record
                    perform 2240-write-error-history
                    perform 3010-close-files
                    move 16 to return-code
                    stop run

           2220-handle-destroy-failure.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to err-timestamp.
                move "destroy" to err-call-name.
                move ws-call-status to err-return-code.
                    move "CALL TO destroy FAILED, RECORD SKIPPED"
                        to err-message
                    write error-record
                    perform 2240-write-error-history
                    perform 2230-register-skipped-record
                else
                    move "CALL TO destroy FAILED, ABENDING RUN"
                        to err-message
                    write error-record
                    perform 2240-write-error-history
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                    stop run
                end-if.

           2240-write-error-history.
                move error-record to error-history-record.
                write error-history-record.

           2300-write-audit-record.
                perform 2600-strip-null-terminators.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to aud-timestamp.
                move a to aud-a.
                move b to aud-b.
                move ws-profile-id to aud-profile-id.
                move cust-id in small-data to aud-cust-id.
                move rec-type in small-data to aud-rec-type.
                move ws-clean-first-name to aud-first-name.
                move i to ext-dtl-i.
                move a to ext-dtl-a.
                move b to ext-dtl-b.
                move ws-profile-id to ext-dtl-profile-id.
                move ws-ext-detail-record to extract-record.
                write extract-record.
                add 1 to ws-extract-count.
                close audit-file.
                close report-file.
                close error-file.
                close error-history-file.
                close extract-file.
                if ws-profile-file-open
                    close profile-file
                end-if.

           3070-get-time-hsecs.
                move function current-date to ws-time-stamp-work.
                move ws-type-other-count to stat-count-value.
                move ws-stat-count-line to runstats-line.
                write runstats-line.
                move "SIZED BY CUSTOMER PROFILE:" to stat-count-label.
                move ws-prof-customer-count to stat-count-value.
                move ws-stat-count-line to runstats-line.
                write runstats-line.
                move "SIZED BY CLASS DEFAULT:" to stat-count-label.
                move ws-prof-default-count to stat-count-value.
                move ws-stat-count-line to runstats-line.
                write runstats-line.
                move "SIZED BY CONTROL CARD:" to stat-count-label.
                move ws-prof-ctlcard-count to stat-count-value.
                move ws-stat-count-line to runstats-line.
                write runstats-line.
                move "INIT/DESTROY PAIRS TIMED:" to stat-count-label.
                move ws-pair-count to stat-count-value.
                move ws-stat-count-line to runstats-line.
                    stop run
                end-if.
                move spaces to runhist-record.
                move ws-business-date to hst-run-date.
                move ws-run-start-stamp (9:6) to hst-run-time.
                move ws-high-volume-flag to hst-high-volume-flag.
                move ws-error-disposition to hst-error-disposition.
                    stop run
                end-if.
                move "PROG" to tot-program.
                move ws-business-date to tot-run-date.
                move "RECORDS READ" to tot-name.
                move ws-stat-read-count to tot-value.
                write total-record.
                    stop run
                end-if.
                close restart-file.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
