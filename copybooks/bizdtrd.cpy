      *> bizdtrd.cpy
      *> procedure-division paragraphs shared by every program in
      *> the daily flow for the business date.  8200 loads the
      *> BIZDATE control file (bizdate.cpy) into the fields of
      *> bizdtwk.cpy: the control record's date becomes
      *> ws-business-date and the holiday records fill the
      *> holiday table.  when no BIZDATE file is allocated the
      *> system date is used and a warning is displayed, so a
      *> job without the DD still runs; a file with no
      *> usable control record ends the step rc=16.  8300 sets
      *> ws-cal-business-day when ws-cal-test-date is a monday to
      *> friday that is not on the holiday table.
           8200-read-business-date.
                move spaces to ws-business-date.
                move zero to ws-holiday-count.
                move "N" to ws-bizdate-eof-flag.
                open input bizdate-file.
                if ws-bizdate-status = "35"
                    move function current-date (1:8)
                        to ws-business-date
                    display "BIZDATE: NO BUSINESS-DATE FILE, "
                        "SYSTEM DATE " ws-business-date " USED"
                else
                    if ws-bizdate-status not = "00"
                        display "BIZDATE: CANNOT OPEN BIZDATE-FILE, "
                            "STATUS=" ws-bizdate-status
                        move 16 to return-code
                        stop run
                    end-if
                    perform 8210-read-bizdate-record
                        until ws-bizdate-eof
                    close bizdate-file
                end-if.
                if ws-business-date is not numeric
                    display "BIZDATE: NO VALID CONTROL RECORD ON "
                        "BIZDATE-FILE, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.
                move ws-business-date to ws-cal-test-date.
                if function integer-of-date(ws-cal-test-date) = zero
                    display "BIZDATE: BUSINESS DATE "
                        ws-business-date " IS NOT A VALID DATE, "
                        "ABENDING"
                    move 16 to return-code
                    stop run
                end-if.

           8210-read-bizdate-record.
                read bizdate-file
                    at end
                        set ws-bizdate-eof to true
                    not at end
                        evaluate bdt-record-type
                            when "C"
                                move bdt-date to ws-business-date
                            when "H"
                                if ws-holiday-count < 1000
                                    add 1 to ws-holiday-count
                                    move bdt-date to ws-holiday-date
                                        (ws-holiday-count)
                                end-if
                            when other
                                continue
                        end-evaluate
                end-read.

           8300-test-business-day.
                move "N" to ws-cal-business-flag.
                compute ws-cal-test-int =
                    function integer-of-date(ws-cal-test-date).
                compute ws-cal-weekday =
                    function mod(ws-cal-test-int 7).
                if ws-cal-weekday >= 1 and ws-cal-weekday <= 5
                    set ws-cal-business-day to true
                    if ws-holiday-count not = zero
                        set hol-ix to 1
                        search ws-holiday-entry
                            at end
                                continue
                            when hol-ix > ws-holiday-count
                                continue
                            when ws-holiday-date (hol-ix)
                                    = ws-cal-test-date
                                move "N" to ws-cal-business-flag
                        end-search
                    end-if
                end-if.
