           identification division.
              program-id.  progdate.
           environment division.
           input-output section.
           file-control.
               select date-parm-file assign to "DATEPARM"
                   organization line sequential
                   file status is ws-date-parm-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
               select date-report-file assign to "DATERPT"
                   organization line sequential
                   file status is ws-date-report-status.
           data division.
           file section.
           fd  date-parm-file.
           01  date-parm-record.
               05  dpm-action                 pic x(04).
               05  dpm-date                   pic x(08).
               05  dpm-description            pic x(30).
               05  filler                     pic x(38).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           fd  date-report-file.
           01  date-report-line               pic x(80).

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-date-parm-status        pic xx.
               05  ws-date-report-status      pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-eof                 value "Y".
               05  ws-date-action             pic x(04) value spaces.
                   88  ws-no-date-action      value spaces.
                   88  ws-roll-action         value "ROLL".
                   88  ws-set-action          value "SET ".
               05  ws-card-error-flag         pic x value "N".
                   88  ws-card-error          value "Y".

           01  ws-holiday-descriptions.
               05  ws-hol-description         pic x(30)
                   occurs 1000 times.

           01  ws-date-fields.
               05  ws-old-business-date       pic x(08) value spaces.
               05  ws-old-prior-date          pic x(08) value spaces.
               05  ws-new-business-date       pic x(08) value spaces.
               05  ws-new-prior-date          pic x(08) value spaces.
               05  ws-next-business-date      pic x(08) value spaces.
               05  ws-set-date                pic x(08) value spaces.
               05  ws-scan-int                pic 9(9) usage binary.
               05  ws-clock-stamp             pic x(21).

           01  ws-counters.
               05  ws-card-count              pic 9(9) value zero.
               05  ws-added-count             pic 9(9) value zero.
               05  ws-removed-count           pic 9(9) value zero.
               05  ws-rejected-count          pic 9(9) value zero.
               05  ws-listed-count            pic 9(9) value zero.
               05  ws-hol-sub                 pic 9(4) usage binary.

           01  ws-dte-header-line.
               05  filler                     pic x(80)
                   value "BUSINESS-DATE CONTROL - ROLL AND CALENDAR".
           01  ws-dte-date-line.
               05  dte-date-label             pic x(28).
               05  dte-date-value             pic x(08).
               05  filler                     pic x(02) value spaces.
               05  dte-date-note              pic x(42).
           01  ws-dte-card-line.
               05  filler                     pic x(02) value spaces.
               05  dte-card-action            pic x(04).
               05  filler                     pic x(02) value spaces.
               05  dte-card-date              pic x(08).
               05  filler                     pic x(02) value spaces.
               05  dte-card-description       pic x(30).
               05  filler                     pic x(02) value spaces.
               05  dte-card-disposition       pic x(30).
           01  ws-dte-holiday-title-line.
               05  filler                     pic x(80)
                   value "NON-PROCESSING DAYS ON THE CALENDAR:".
           01  ws-dte-holiday-line.
               05  filler                     pic x(02) value spaces.
               05  dte-hol-date               pic x(08).
               05  filler                     pic x(02) value spaces.
               05  dte-hol-description        pic x(30).
               05  filler                     pic x(38) value spaces.
           01  ws-dte-total-line.
               05  dte-total-label            pic x(28).
               05  dte-total-count            pic zzzzzzzz9.
               05  filler                     pic x(43) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-process-cards
                    until ws-eof.
                perform 3000-finalize.
                goback.

           1000-initialize.
                move function current-date to ws-clock-stamp.
                perform 1100-load-control-file.
                open input date-parm-file.
                if ws-date-parm-status not = "00"
                    display "PROGDATE: CANNOT OPEN DATE-PARM-FILE, "
                        "STATUS=" ws-date-parm-status
                    move 16 to return-code
                    stop run
                end-if.
                open output date-report-file.
                if ws-date-report-status not = "00"
                    display "PROGDATE: CANNOT OPEN DATE-REPORT, "
                        "STATUS=" ws-date-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-dte-header-line to date-report-line.
                write date-report-line.
                perform 2050-read-card.

           1100-load-control-file.
                open input bizdate-file.
                if ws-bizdate-status = "35"
                    display "PROGDATE: NO BUSINESS-DATE FILE, "
                        "A SET CARD WILL CREATE IT"
                else
                    if ws-bizdate-status not = "00"
                        display "PROGDATE: CANNOT OPEN BIZDATE-FILE, "
                            "STATUS=" ws-bizdate-status
                        move 16 to return-code
                        stop run
                    end-if
                    perform 1110-read-control-record
                        until ws-bizdate-eof
                    close bizdate-file
                end-if.

           1110-read-control-record.
                read bizdate-file
                    at end
                        set ws-bizdate-eof to true
                    not at end
                        evaluate bdt-record-type
                            when "C"
                                move bdt-date to ws-old-business-date
                                move bdt-prior-date
                                    to ws-old-prior-date
                            when "H"
                                perform 1120-store-holiday
                            when other
                                continue
                        end-evaluate
                end-read.

           1120-store-holiday.
                if ws-holiday-count < 1000
                    add 1 to ws-holiday-count
                    move bdt-date to ws-holiday-date (ws-holiday-count)
                    move bdt-description
                        to ws-hol-description (ws-holiday-count)
                else
                    display "PROGDATE: HOLIDAY TABLE FULL, "
                        "CALENDAR NOT UPDATED"
                    move 16 to return-code
                    stop run
                end-if.

           2000-process-cards.
                move spaces to dte-card-disposition.
                evaluate dpm-action
                    when "ROLL"
                        perform 2100-note-date-action
                    when "SET "
                        perform 2200-check-set-date
                    when "HADD"
                        perform 2300-add-holiday
                    when "HDEL"
                        perform 2400-remove-holiday
                    when other
                        move "REJECTED, UNKNOWN ACTION"
                            to dte-card-disposition
                end-evaluate.
                if dte-card-disposition (1:8) = "REJECTED"
                    add 1 to ws-rejected-count
                    set ws-card-error to true
                end-if.
                move dpm-action to dte-card-action.
                move dpm-date to dte-card-date.
                move dpm-description to dte-card-description.
                move ws-dte-card-line to date-report-line.
                write date-report-line.
                perform 2050-read-card.

           2050-read-card.
                read date-parm-file
                    at end
                        set ws-eof to true
                    not at end
                        add 1 to ws-card-count
                end-read.

           2100-note-date-action.
                if not ws-no-date-action
                    move "REJECTED, SECOND ROLL/SET CARD"
                        to dte-card-disposition
                else
                    move dpm-action to ws-date-action
                    move "ACCEPTED" to dte-card-disposition
                end-if.

           2200-check-set-date.
                if dpm-date is not numeric
                    move "REJECTED, INVALID DATE"
                        to dte-card-disposition
                else
                    move dpm-date to ws-cal-test-date
                    if function integer-of-date(ws-cal-test-date)
                            = zero
                        move "REJECTED, INVALID DATE"
                            to dte-card-disposition
                    else
                        perform 2100-note-date-action
                        if dte-card-disposition = "ACCEPTED"
                            move dpm-date to ws-set-date
                        end-if
                    end-if
                end-if.

           2300-add-holiday.
                if dpm-date is not numeric
                    move "REJECTED, INVALID DATE"
                        to dte-card-disposition
                else
                    move dpm-date to ws-cal-test-date
                    if function integer-of-date(ws-cal-test-date)
                            = zero
                        move "REJECTED, INVALID DATE"
                            to dte-card-disposition
                    else
                        perform 8300-test-business-day
                        if not ws-cal-business-day
                            move "REJECTED, NOT A BUSINESS DAY"
                                to dte-card-disposition
                        else
                            perform 2310-append-holiday
                        end-if
                    end-if
                end-if.

           2310-append-holiday.
                if ws-holiday-count < 1000
                    add 1 to ws-holiday-count
                    move dpm-date to ws-holiday-date (ws-holiday-count)
                    move dpm-description
                        to ws-hol-description (ws-holiday-count)
                    add 1 to ws-added-count
                    move "HOLIDAY ADDED" to dte-card-disposition
                else
                    move "REJECTED, CALENDAR FULL"
                        to dte-card-disposition
                end-if.

           2400-remove-holiday.
                move "REJECTED, NOT ON CALENDAR"
                    to dte-card-disposition.
                if dpm-date not = spaces
                   and ws-holiday-count not = zero
                    set hol-ix to 1
                    search ws-holiday-entry
                        at end
                            continue
                        when hol-ix > ws-holiday-count
                            continue
                        when ws-holiday-date (hol-ix) = dpm-date
                            move spaces to ws-holiday-date (hol-ix)
                            add 1 to ws-removed-count
                            move "HOLIDAY REMOVED"
                                to dte-card-disposition
                    end-search
                end-if.

           2500-find-next-business-day.
                move function date-of-integer(ws-scan-int)
                    to ws-cal-test-date.
                perform 8300-test-business-day.
                perform 2510-step-forward-one-day
                    until ws-cal-business-day.
                move ws-cal-test-date to ws-next-business-date.

           2510-step-forward-one-day.
                add 1 to ws-scan-int.
                move function date-of-integer(ws-scan-int)
                    to ws-cal-test-date.
                perform 8300-test-business-day.

           2600-apply-date-action.
                move ws-old-business-date to ws-new-business-date.
                move ws-old-prior-date to ws-new-prior-date.
                if ws-roll-action
                   and ws-old-business-date is numeric
                    move ws-old-business-date to ws-cal-test-date
                    compute ws-scan-int =
                        function integer-of-date(ws-cal-test-date) + 1
                    perform 2500-find-next-business-day
                    move ws-old-business-date to ws-new-prior-date
                    move ws-next-business-date to ws-new-business-date
                end-if.
                if ws-set-action
                    move ws-set-date to ws-cal-test-date
                    perform 8300-test-business-day
                    if not ws-cal-business-day
                        display "PROGDATE: SET DATE " ws-set-date
                            " IS NOT A BUSINESS DAY, FILE NOT UPDATED"
                        set ws-card-error to true
                    else
                        move ws-old-business-date to ws-new-prior-date
                        move ws-set-date to ws-new-business-date
                    end-if
                end-if.
                if ws-new-business-date is not numeric
                   and not ws-card-error
                    display "PROGDATE: NO BUSINESS DATE ON FILE, "
                        "SUPPLY A SET CARD"
                    set ws-card-error to true
                end-if.

           2700-write-control-file.
                open output bizdate-file.
                if ws-bizdate-status not = "00"
                    display "PROGDATE: CANNOT REWRITE BIZDATE-FILE, "
                        "STATUS=" ws-bizdate-status
                    move 16 to return-code
                    stop run
                end-if.
                move spaces to bizdate-record.
                move "C" to bdt-record-type.
                move ws-new-business-date to bdt-date.
                move ws-new-prior-date to bdt-prior-date.
                move ws-clock-stamp (1:8) to bdt-rolled-date.
                move ws-clock-stamp (9:6) to bdt-rolled-time.
                write bizdate-record.
                perform 2710-write-holiday-record
                    varying ws-hol-sub from 1 by 1
                    until ws-hol-sub > ws-holiday-count.
                close bizdate-file.

           2710-write-holiday-record.
                if ws-holiday-date (ws-hol-sub) not = spaces
                    move spaces to bizdate-record
                    move "H" to bdt-record-type
                    move ws-holiday-date (ws-hol-sub) to bdt-date
                    move ws-hol-description (ws-hol-sub)
                        to bdt-description
                    write bizdate-record
                end-if.

           2800-list-holiday.
                if ws-holiday-date (ws-hol-sub) not = spaces
                    add 1 to ws-listed-count
                    move ws-holiday-date (ws-hol-sub) to dte-hol-date
                    move ws-hol-description (ws-hol-sub)
                        to dte-hol-description
                    move ws-dte-holiday-line to date-report-line
                    write date-report-line
                end-if.

           2900-write-date-line.
                move ws-dte-date-line to date-report-line.
                write date-report-line.

           3000-finalize.
                if not ws-card-error
                    perform 2600-apply-date-action
                end-if.
                move "PREVIOUS BUSINESS DATE:" to dte-date-label.
                move ws-old-business-date to dte-date-value.
                move spaces to dte-date-note.
                perform 2900-write-date-line.
                if ws-card-error
                    move "BUSINESS DATE:" to dte-date-label
                    move ws-old-business-date to dte-date-value
                    move "UNCHANGED, CONTROL FILE NOT UPDATED"
                        to dte-date-note
                    perform 2900-write-date-line
                else
                    perform 2700-write-control-file
                    move "BUSINESS DATE:" to dte-date-label
                    move ws-new-business-date to dte-date-value
                    evaluate true
                        when ws-roll-action
                            move "ROLLED FORWARD" to dte-date-note
                        when ws-set-action
                            move "SET BY CONTROL CARD"
                                to dte-date-note
                        when other
                            move "UNCHANGED" to dte-date-note
                    end-evaluate
                    perform 2900-write-date-line
                    move "PRIOR BUSINESS DATE:" to dte-date-label
                    move ws-new-prior-date to dte-date-value
                    move spaces to dte-date-note
                    perform 2900-write-date-line
                    move ws-new-business-date to ws-cal-test-date
                    compute ws-scan-int =
                        function integer-of-date(ws-cal-test-date) + 1
                    perform 2500-find-next-business-day
                    move "NEXT BUSINESS DATE:" to dte-date-label
                    move ws-next-business-date to dte-date-value
                    move spaces to dte-date-note
                    perform 2900-write-date-line
                end-if.
                move ws-dte-holiday-title-line to date-report-line.
                write date-report-line.
                perform 2800-list-holiday
                    varying ws-hol-sub from 1 by 1
                    until ws-hol-sub > ws-holiday-count.
                move "CONTROL CARDS READ:" to dte-total-label.
                move ws-card-count to dte-total-count.
                move ws-dte-total-line to date-report-line.
                write date-report-line.
                move "HOLIDAYS ADDED:" to dte-total-label.
                move ws-added-count to dte-total-count.
                move ws-dte-total-line to date-report-line.
                write date-report-line.
                move "HOLIDAYS REMOVED:" to dte-total-label.
                move ws-removed-count to dte-total-count.
                move ws-dte-total-line to date-report-line.
                write date-report-line.
                move "CARDS REJECTED:" to dte-total-label.
                move ws-rejected-count to dte-total-count.
                move ws-dte-total-line to date-report-line.
                write date-report-line.
                move "NON-PROCESSING DAYS LISTED:" to dte-total-label.
                move ws-listed-count to dte-total-count.
                move ws-dte-total-line to date-report-line.
                write date-report-line.
                close date-parm-file.
                close date-report-file.
                if ws-card-error
                    display "PROGDATE: CONTROL FILE NOT UPDATED"
                    move 16 to return-code
                else
                    display "PROGDATE: BUSINESS DATE "
                        ws-new-business-date
                    move zero to return-code
                end-if.

           copy "bizdtrd.cpy".
