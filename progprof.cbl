           identification division.
              program-id.  progprof.
           environment division.
           input-output section.
           file-control.
               select prof-tran-file assign to "PROFTRAN"
                   organization line sequential
                   file status is ws-prof-tran-status.
               select profile-file assign to "SIZEPROF"
                   organization indexed
                   access random
                   record key is prf-key
                   file status is ws-profile-status.
               select prof-audit-file assign to "PROFAUD"
                   organization line sequential
                   file status is ws-prof-audit-status.
               select prof-report-file assign to "PROFRPT"
                   organization line sequential
                   file status is ws-prof-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  prof-tran-file.
           01  prof-tran-record.
               05  ptr-action                 pic x(02).
               05  ptr-cust-id                pic x(09).
               05  ptr-class                  pic x(02).
               05  ptr-profile-id             pic x(08).
               05  ptr-a                      pic x(05).
               05  ptr-b                      pic x(05).
               05  ptr-expiry-date            pic x(08).
               05  filler                     pic x(41).

           fd  profile-file.
           01  profile-record.
               copy "sizeprof.cpy".

           fd  prof-audit-file.
           01  prof-audit-record.
               copy "profaud.cpy".

           fd  prof-report-file.
           01  prof-report-line               pic x(80).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-prof-tran-status        pic xx.
               05  ws-profile-status          pic xx.
               05  ws-prof-audit-status       pic xx.
               05  ws-prof-report-status      pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-eof                 value "Y".
               05  ws-on-file-flag            pic x value "N".
                   88  ws-on-file             value "Y".
               05  ws-active-flag             pic x value "N".
                   88  ws-profile-active      value "Y".

           01  ws-counters.
               05  ws-tran-count              pic 9(9) value zero.
               05  ws-added-count             pic 9(9) value zero.
               05  ws-changed-count           pic 9(9) value zero.
               05  ws-expired-count           pic 9(9) value zero.
               05  ws-reject-count            pic 9(9) value zero.

           01  ws-edit-fields.
               05  ws-today                   pic x(08).
               05  ws-edit-cust-id            pic 9(9).
               05  ws-edit-date               pic 9(8).
               05  ws-reject-reason           pic x(31).
               05  ws-profile-image           pic x(45).

           01  ws-timestamp                   pic x(21).

           01  ws-prf-header-line.
               05  filler                     pic x(80)
                   value "SIZING PROFILE MAINTENANCE".
           01  ws-prf-column-line.
               05  filler                     pic x(39)
                   value "AC  CUST-ID   CL PROFILE      A     B  ".
               05  filler                     pic x(41)
                   value "EXPIRY    DISPOSITION".
           01  ws-prf-detail-line.
               05  prf-rpt-action             pic x(02).
               05  filler                     pic x(02) value spaces.
               05  prf-rpt-cust-id            pic x(09).
               05  filler                     pic x(01) value spaces.
               05  prf-rpt-class              pic x(02).
               05  filler                     pic x(01) value spaces.
               05  prf-rpt-profile-id         pic x(08).
               05  filler                     pic x(01) value spaces.
               05  prf-rpt-a                  pic x(05).
               05  filler                     pic x(01) value spaces.
               05  prf-rpt-b                  pic x(05).
               05  filler                     pic x(02) value spaces.
               05  prf-rpt-expiry-date        pic x(08).
               05  filler                     pic x(02) value spaces.
               05  prf-rpt-disposition        pic x(31).
           01  ws-prf-total-line.
               05  prf-total-label            pic x(28).
               05  prf-total-count            pic zzzzzzzz9.
               05  filler                     pic x(43) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-process-transactions
                    until ws-eof.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move ws-business-date to ws-today.
                open input prof-tran-file.
                if ws-prof-tran-status not = "00"
                    display "PROGPROF: CANNOT OPEN PROF-TRAN-FILE, "
                        "STATUS=" ws-prof-tran-status
                    move 16 to return-code
                    stop run
                end-if.
                open i-o profile-file.
                if ws-profile-status = "35"
                    open output profile-file
                    close profile-file
                    open i-o profile-file
                end-if.
                if ws-profile-status not = "00"
                    display "PROGPROF: CANNOT OPEN PROFILE-FILE, "
                        "STATUS=" ws-profile-status
                    move 16 to return-code
                    stop run
                end-if.
                open extend prof-audit-file.
                if ws-prof-audit-status not = "00"
                    open output prof-audit-file
                end-if.
                if ws-prof-audit-status not = "00"
                    display "PROGPROF: CANNOT OPEN PROF-AUDIT, "
                        "STATUS=" ws-prof-audit-status
                    move 16 to return-code
                    stop run
                end-if.
                open output prof-report-file.
                if ws-prof-report-status not = "00"
                    display "PROGPROF: CANNOT OPEN PROF-REPORT, "
                        "STATUS=" ws-prof-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-prf-header-line to prof-report-line.
                write prof-report-line.
                move ws-prf-column-line to prof-report-line.
                write prof-report-line.
                perform 2050-read-transaction.

           2000-process-transactions.
                move spaces to ws-reject-reason.
                perform 2100-edit-key.
                if ws-reject-reason = spaces
                    perform 2150-read-profile
                    evaluate ptr-action
                        when "PA"
                            perform 2200-add-profile
                        when "PC"
                            perform 2300-change-profile
                        when "PX"
                            perform 2400-expire-profile
                    end-evaluate
                end-if.
                if ws-reject-reason not = spaces
                    add 1 to ws-reject-count
                    move ws-reject-reason to prf-rpt-disposition
                    perform 2600-write-detail-line
                end-if.
                perform 2050-read-transaction.

           2050-read-transaction.
                read prof-tran-file
                    at end
                        set ws-eof to true
                    not at end
                        add 1 to ws-tran-count
                end-read.

           2100-edit-key.
                evaluate true
                    when ptr-action not = "PA"
                     and ptr-action not = "PC"
                     and ptr-action not = "PX"
                        move "REJECTED, INVALID ACTION"
                            to ws-reject-reason
                    when ptr-cust-id is not numeric
                        move "REJECTED, INVALID CUST-ID"
                            to ws-reject-reason
                    when other
                        move ptr-cust-id to ws-edit-cust-id
                        perform 2110-edit-class
                end-evaluate.
                if ws-reject-reason = spaces
                   and ptr-expiry-date not = spaces
                    perform 2120-edit-expiry-date
                end-if.

           2110-edit-class.
                if ws-edit-cust-id = zero
                    if ptr-class not = "CU" and ptr-class not = "CX"
                        move "REJECTED, CLASS MUST BE CU/CX"
                            to ws-reject-reason
                    end-if
                else
                    if ptr-class not = spaces
                        move "REJECTED, CLASS ON CUSTOMER KEY"
                            to ws-reject-reason
                    end-if
                end-if.

           2120-edit-expiry-date.
                if ptr-expiry-date is not numeric
                    move "REJECTED, INVALID EXPIRY DATE"
                        to ws-reject-reason
                else
                    move ptr-expiry-date to ws-edit-date
                    if function integer-of-date(ws-edit-date) = zero
                        move "REJECTED, INVALID EXPIRY DATE"
                            to ws-reject-reason
                    end-if
                end-if.

           2130-edit-sizing.
                perform 2131-edit-a-value.
                perform 2132-edit-b-value.

           2131-edit-a-value.
                if ptr-a is not numeric or ptr-a = "00000"
                    move "REJECTED, INVALID A VALUE"
                        to ws-reject-reason
                end-if.

           2132-edit-b-value.
                if ptr-b is not numeric or ptr-b = "00000"
                    move "REJECTED, INVALID B VALUE"
                        to ws-reject-reason
                end-if.

           2150-read-profile.
                move "N" to ws-on-file-flag.
                move "N" to ws-active-flag.
                move ws-edit-cust-id to prf-cust-id.
                move ptr-class to prf-class.
                read profile-file
                    invalid key
                        move spaces to ws-profile-image
                    not invalid key
                        set ws-on-file to true
                        move profile-record to ws-profile-image
                        if prf-expiry-date = spaces
                           or prf-expiry-date > ws-today
                            set ws-profile-active to true
                        end-if
                end-read.

           2200-add-profile.
                if ptr-profile-id = spaces
                    move "REJECTED, PROFILE ID MISSING"
                        to ws-reject-reason
                end-if.
                perform 2130-edit-sizing.
                if ws-profile-active
                    move "REJECTED, ALREADY ACTIVE"
                        to ws-reject-reason
                end-if.
                if ws-reject-reason = spaces
                    move ws-edit-cust-id to prf-cust-id
                    move ptr-class to prf-class
                    move ptr-profile-id to prf-profile-id
                    move ptr-a to prf-a
                    move ptr-b to prf-b
                    move ptr-expiry-date to prf-expiry-date
                    move ws-today to prf-last-maint-date
                    if ws-on-file
                        rewrite profile-record
                    else
                        write profile-record
                    end-if
                    perform 2900-check-profile-write
                    add 1 to ws-added-count
                    move "PROFILE ADDED" to prf-rpt-disposition
                    perform 2500-write-prof-audit
                end-if.

           2300-change-profile.
                if not ws-on-file
                    move "REJECTED, PROFILE NOT ON FILE"
                        to ws-reject-reason
                end-if.
                if ptr-a not = spaces
                    perform 2131-edit-a-value
                end-if.
                if ptr-b not = spaces
                    perform 2132-edit-b-value
                end-if.
                if ws-reject-reason = spaces
                    if ptr-profile-id not = spaces
                        move ptr-profile-id to prf-profile-id
                    end-if
                    if ptr-a not = spaces
                        move ptr-a to prf-a
                    end-if
                    if ptr-b not = spaces
                        move ptr-b to prf-b
                    end-if
                    if ptr-expiry-date not = spaces
                        move ptr-expiry-date to prf-expiry-date
                    end-if
                    move ws-today to prf-last-maint-date
                    rewrite profile-record
                    perform 2900-check-profile-write
                    add 1 to ws-changed-count
                    move "PROFILE CHANGED" to prf-rpt-disposition
                    perform 2500-write-prof-audit
                end-if.

           2400-expire-profile.
                if not ws-on-file
                    move "REJECTED, PROFILE NOT ON FILE"
                        to ws-reject-reason
                else
                    if not ws-profile-active
                        move "REJECTED, ALREADY EXPIRED"
                            to ws-reject-reason
                    end-if
                end-if.
                if ws-reject-reason = spaces
                    if ptr-expiry-date = spaces
                        move ws-today to prf-expiry-date
                    else
                        move ptr-expiry-date to prf-expiry-date
                    end-if
                    move ws-today to prf-last-maint-date
                    rewrite profile-record
                    perform 2900-check-profile-write
                    add 1 to ws-expired-count
                    move "PROFILE EXPIRED" to prf-rpt-disposition
                    perform 2500-write-prof-audit
                end-if.

           2500-write-prof-audit.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to pfa-timestamp.
                move ptr-action to pfa-action.
                move prf-cust-id to pfa-cust-id.
                move prf-class to pfa-class.
                move ws-profile-image to pfa-before-image.
                move profile-record to pfa-after-image.
                write prof-audit-record.
                if ws-prof-audit-status not = "00"
                    display "PROGPROF: PROF-AUDIT WRITE FAILED, "
                        "STATUS=" ws-prof-audit-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.
                perform 2600-write-detail-line.

           2600-write-detail-line.
                move ptr-action to prf-rpt-action.
                move ptr-cust-id to prf-rpt-cust-id.
                move ptr-class to prf-rpt-class.
                if ws-reject-reason = spaces
                    move prf-profile-id to prf-rpt-profile-id
                    move prf-a to prf-rpt-a
                    move prf-b to prf-rpt-b
                    move prf-expiry-date to prf-rpt-expiry-date
                else
                    move ptr-profile-id to prf-rpt-profile-id
                    move ptr-a to prf-rpt-a
                    move ptr-b to prf-rpt-b
                    move ptr-expiry-date to prf-rpt-expiry-date
                end-if.
                move ws-prf-detail-line to prof-report-line.
                write prof-report-line.

           2900-check-profile-write.
                if ws-profile-status not = "00"
                    display "PROGPROF: PROFILE-FILE WRITE FAILED, "
                        "STATUS=" ws-profile-status
                    perform 3010-close-files
                    move 16 to return-code
                    stop run
                end-if.

           3000-finalize.
                move "TRANSACTIONS READ:" to prf-total-label.
                move ws-tran-count to prf-total-count.
                move ws-prf-total-line to prof-report-line.
                write prof-report-line.
                move "PROFILES ADDED:" to prf-total-label.
                move ws-added-count to prf-total-count.
                move ws-prf-total-line to prof-report-line.
                write prof-report-line.
                move "PROFILES CHANGED:" to prf-total-label.
                move ws-changed-count to prf-total-count.
                move ws-prf-total-line to prof-report-line.
                write prof-report-line.
                move "PROFILES EXPIRED:" to prf-total-label.
                move ws-expired-count to prf-total-count.
                move ws-prf-total-line to prof-report-line.
                write prof-report-line.
                move "TRANSACTIONS REJECTED:" to prf-total-label.
                move ws-reject-count to prf-total-count.
                move ws-prf-total-line to prof-report-line.
                write prof-report-line.
                perform 3010-close-files.
                display "PROGPROF: TRANSACTIONS  " ws-tran-count.
                display "PROGPROF: REJECTED      " ws-reject-count.
                if ws-reject-count not = zero
                    move 4 to return-code
                else
                    move zero to return-code
                end-if.

           3010-close-files.
                close prof-tran-file.
                close profile-file.
                close prof-audit-file.
                close prof-report-file.

           copy "bizdtrd.cpy".
