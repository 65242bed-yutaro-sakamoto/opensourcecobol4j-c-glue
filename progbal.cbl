               select balance-report-file assign to "BALRPT"
                   organization line sequential
                   file status is ws-balance-report-status.
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
           fd  edit-total-file.
           fd  balance-report-file.
           01  balance-report-line            pic x(80).

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

           01  ws-total-data.
               copy "ctltot.cpy".

               05  bal-check-verdict          pic x(15).
               05  filler                     pic x(13) value spaces.
           01  ws-bal-dates-line.
               05  filler                     pic x(06)
                   value "  BUS=".
               05  bal-business-date          pic x(8).
               05  filler                     pic x(07)
                   value "  EDIT=".
               05  bal-edit-date              pic x(8).
               05  filler                     pic x(06)
                   value "  MNT=".
               05  bal-prog-date              pic x(8).
               05  filler                     pic x(02) value spaces.
               05  bal-dates-verdict          pic x(15).
               05  filler                     pic x(05) value spaces.
           01  ws-bal-verdict-line.
               05  bal-verdict-text           pic x(80).

                    until ws-eof.
                perform 2050-check-run-dates.
                perform 2100-check-edit-balance.
                perform 2150-check-std-balance.
                perform 2200-check-mnt-balance.
                perform 2300-check-clean-handoff.
                perform 2400-check-confirm-handoff.
                perform 2600-check-extract-feed.
                perform 2700-check-extract-trailer.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move "PROGBAL" to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                open input edit-total-file.
                if ws-edit-total-status not = "00"
                    display "PROGBAL: CANNOT OPEN EDIT-TOTAL-FILE, "

           2050-check-run-dates.
                add 1 to ws-check-count.
                move ws-business-date to bal-business-date.
                move ws-edit-run-date to bal-edit-date.
                move ws-mnt-run-date to bal-mnt-date.
                move ws-prog-run-date to bal-prog-date.
                if ws-edit-run-date = ws-business-date
                   and ws-mnt-run-date = ws-business-date
                   and ws-prog-run-date = ws-business-date
                    move "IN BALANCE" to bal-dates-verdict
                else
                    move "STALE TOTALS" to bal-dates-verdict
                    to bal-check-title.
                perform 2950-write-check-line.

           2150-check-std-balance.
                move "N" to ws-check-missing-flag.
                move "CUSTEDIT" to ws-look-program.
                move "RECORDS READ" to ws-look-name.
                perform 2900-find-total.
                move ws-look-value to ws-left-value.
                move "NAMES STANDARDIZED" to ws-look-name.
                perform 2900-find-total.
                move ws-look-value to ws-right-value.
                move "NAMES UNCHANGED" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "EDIT READ = STD + UNCHANGED"
                    to bal-check-title.
                perform 2950-write-check-line.

           2200-check-mnt-balance.
                move "N" to ws-check-missing-flag.
                move "CUSTMNT" to ws-look-program.
                move "TRANSACTIONS READ" to ws-look-name.
                perform 2900-find-total.
                move ws-look-value to ws-left-value.
                move "PENDING DUE" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-left-value.
                move "APPROVED DUE" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-left-value.
                move zero to ws-right-value.
                move "HELD FOR APPROVAL" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "PENDING DEFERRED" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "CUSTOMERS ADDED" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "CUSTOMERS DELETED" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "CUSTOMERS RELEASED" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "PROCESSING WITHHELD" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                move "PROCESSING CONFIRMED" to ws-look-name.
                perform 2900-find-total.
                add ws-look-value to ws-right-value.
                else
                    move 8 to return-code
                end-if.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
