           identification division.
              program-id.  progflow.
           environment division.
           input-output section.
           file-control.
               select parm-file assign to "FLOWPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select ledger-file assign to "RUNLEDGR"
                   organization line sequential
                   file status is ws-ledger-status.
               select flow-report-file assign to "FLOWRPT"
                   organization line sequential
                   file status is ws-flow-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-business-date          pic x(08).
               05  prm-check-step             pic x(08).
               05  prm-check-partition        pic x(03).
               05  filler                     pic x(61).

           fd  ledger-file.
           01  ledger-record.
               copy "runledgr.cpy".

           fd  flow-report-file.
           01  flow-report-line               pic x(132).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-ledger-status           pic xx.
               05  ws-flow-report-status      pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-eof                 value "Y".
               05  ws-flow-mode-flag          pic x value "N".
                   88  ws-high-volume-flow    value "Y".
               05  ws-check-completed-flag    pic x value "N".
                   88  ws-check-completed     value "Y".
               05  ws-in-flow-flag            pic x value "N".
                   88  ws-row-in-flow         value "Y".
               05  ws-row-match-flag          pic x value "N".
                   88  ws-row-matches         value "Y".

           01  ws-selection-values.
               05  ws-report-date             pic x(8) value spaces.
               05  ws-check-step              pic x(8) value spaces.
               05  ws-check-partition         pic 9(3) value zero.

           01  ws-counters.
               05  ws-read-count              pic 9(9) value zero.
               05  ws-date-entry-count        pic 9(9) value zero.
               05  ws-completed-count         pic 9(9) value zero.
               05  ws-failed-count            pic 9(9) value zero.
               05  ws-not-run-count           pic 9(9) value zero.
               05  ws-advice-count            pic 9(9) value zero.
               05  ws-flow-sub                pic 9(5) usage binary.
               05  ws-next-stage              pic 9(1) value zero.
               05  ws-rc-edit                 pic z9.

           01  ws-new-flow-step.
               05  ws-new-step-name           pic x(8).
               05  ws-new-job                 pic x(8).
               05  ws-new-jcl-step            pic x(8).
               05  ws-new-restart             pic x(8).
               05  ws-new-partition           pic 9(3).
               05  ws-new-kind                pic x(1).
               05  ws-new-stage               pic 9(1).

           01  ws-flow-table.
               05  ws-flow-count              pic 9(5) usage binary
                                              value zero.
               05  ws-flow-entry
                   occurs 20 times.
                   10  ws-flow-step-name      pic x(8).
                   10  ws-flow-job            pic x(8).
                   10  ws-flow-jcl-step       pic x(8).
                   10  ws-flow-restart        pic x(8).
                   10  ws-flow-partition      pic 9(3).
                   10  ws-flow-kind           pic x(1).
                       88  ws-flow-daily      value "D".
                       88  ws-flow-standard   value "S".
                       88  ws-flow-partitioned value "H".
                       88  ws-flow-periodic   value "P".
                   10  ws-flow-stage          pic 9(1).
                   10  ws-flow-state          pic x(1).
                       88  ws-flow-not-run    value "N".
                       88  ws-flow-started    value "S".
                       88  ws-flow-completed  value "C".
                       88  ws-flow-failed     value "F".
                   10  ws-flow-ever-flag      pic x(1).
                       88  ws-flow-ever-completed value "Y".
                   10  ws-flow-start-time     pic x(6).
                   10  ws-flow-end-time       pic x(6).
                   10  ws-flow-rc             pic 9(2).
                   10  ws-flow-forced         pic x(1).
                   10  ws-flow-refusals       pic 9(5).

           01  ws-flow-header-line.
               05  filler                     pic x(24)
                   value "DAILY FLOW STATUS REPORT".
               05  filler                     pic x(108) value spaces.
           01  ws-flow-criteria-line.
               05  filler                     pic x(14)
                   value "BUSINESS DATE ".
               05  flow-crit-date             pic x(8).
               05  filler                     pic x(07)
                   value "  FLOW ".
               05  flow-crit-mode             pic x(11).
               05  filler                     pic x(92) value spaces.
           01  ws-flow-section-line.
               05  flow-section-title         pic x(132).
           01  ws-flow-column-line.
               05  filler                     pic x(38)
                   value "  JOB       STEP      PROGRAM   PART  ".
               05  filler                     pic x(42)
                   value "STATUS                RC  START   END     ".
               05  filler                     pic x(52)
                   value "FORCED  REFUSED".
           01  ws-flow-detail-line.
               05  filler                     pic x(02) value spaces.
               05  flow-job                   pic x(8).
               05  filler                     pic x(02) value spaces.
               05  flow-jcl-step              pic x(8).
               05  filler                     pic x(02) value spaces.
               05  flow-program               pic x(8).
               05  filler                     pic x(02) value spaces.
               05  flow-part                  pic zz9.
               05  filler                     pic x(03) value spaces.
               05  flow-status                pic x(20).
               05  filler                     pic x(02) value spaces.
               05  flow-rc                    pic x(02).
               05  filler                     pic x(02) value spaces.
               05  flow-start                 pic x(6).
               05  filler                     pic x(02) value spaces.
               05  flow-end                   pic x(6).
               05  filler                     pic x(02) value spaces.
               05  flow-forced                pic x(6).
               05  filler                     pic x(02) value spaces.
               05  flow-refusals              pic zzzz9.
               05  filler                     pic x(39) value spaces.
           01  ws-flow-advice-line.
               05  filler                     pic x(02) value spaces.
               05  flow-adv-verb              pic x(9).
               05  filler                     pic x(04) value "JOB ".
               05  flow-adv-job               pic x(8).
               05  filler                     pic x(02) value spaces.
               05  flow-adv-restart-label     pic x(08).
               05  flow-adv-restart           pic x(8).
               05  filler                     pic x(02) value " (".
               05  flow-adv-program           pic x(8).
               05  filler                     pic x(06)
                   value " PART ".
               05  flow-adv-part              pic zz9.
               05  filler                     pic x(03) value ")  ".
               05  flow-adv-note              pic x(30).
               05  filler                     pic x(37) value spaces.
           01  ws-flow-message-line.
               05  filler                     pic x(02) value spaces.
               05  flow-message               pic x(130).
           01  ws-flow-total-line.
               05  flow-total-label           pic x(28).
               05  flow-total-count           pic zzzzzzzz9.
               05  filler                     pic x(95) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-load-ledger
                    until ws-eof.
                perform 2400-print-flow-status.
                perform 2500-print-next-action.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move ws-business-date to ws-report-date.
                perform 1100-read-parameter-card.
                perform 1200-build-flow-table.
                open input ledger-file.
                if ws-ledger-status = "35"
                    display "PROGFLOW: NO RUN LEDGER, NO STEP HAS RUN"
                    set ws-eof to true
                else
                    if ws-ledger-status not = "00"
                        display "PROGFLOW: CANNOT OPEN LEDGER-FILE, "
                            "STATUS=" ws-ledger-status
                        move 16 to return-code
                        stop run
                    end-if
                end-if.
                open output flow-report-file.
                if ws-flow-report-status not = "00"
                    display "PROGFLOW: CANNOT OPEN FLOW-REPORT, "
                        "STATUS=" ws-flow-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-flow-header-line to flow-report-line.
                write flow-report-line.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status = "35"
                    continue
                else
                    if ws-parm-status not = "00"
                        display "PROGFLOW: CANNOT OPEN PARM-FILE, "
                            "STATUS=" ws-parm-status
                        move 16 to return-code
                        stop run
                    end-if
                    read parm-file
                        at end
                            continue
                        not at end
                            if prm-business-date is numeric
                               and prm-business-date not = "00000000"
                                move prm-business-date
                                    to ws-report-date
                            end-if
                            move prm-check-step to ws-check-step
                            if prm-check-partition is numeric
                                move prm-check-partition
                                    to ws-check-partition
                            end-if
                    end-read
                    close parm-file
                end-if.

           1200-build-flow-table.
                move zero to ws-flow-count.
                move zero to ws-new-partition.
                move spaces to ws-new-restart.
                move "CUSTEDIT" to ws-new-step-name.
                move "PROGPREP" to ws-new-job.
                move "STEP0" to ws-new-jcl-step.
                move "D" to ws-new-kind.
                move 1 to ws-new-stage.
                perform 1210-add-flow-step.
                move "CUSTMNT" to ws-new-step-name.
                move "STEP0M" to ws-new-jcl-step.
                move "STEP0M" to ws-new-restart.
                move 2 to ws-new-stage.
                perform 1210-add-flow-step.
                move spaces to ws-new-restart.
                move "PROG" to ws-new-step-name.
                move "PROGJOB" to ws-new-job.
                move "STEP1" to ws-new-jcl-step.
                move "S" to ws-new-kind.
                move 3 to ws-new-stage.
                perform 1210-add-flow-step.
                move "H" to ws-new-kind.
                move "PROGP0" to ws-new-job.
                perform 1210-add-flow-step.
                move 1 to ws-new-partition.
                move "PROGP1" to ws-new-job.
                perform 1210-add-flow-step.
                move 2 to ws-new-partition.
                move "PROGP2" to ws-new-job.
                perform 1210-add-flow-step.
                move 3 to ws-new-partition.
                move "PROGP3" to ws-new-job.
                perform 1210-add-flow-step.
                move zero to ws-new-partition.
                move "PROGBAL" to ws-new-step-name.
                move "PROGJOB" to ws-new-job.
                move "STEP5" to ws-new-jcl-step.
                move "STEP5" to ws-new-restart.
                move "S" to ws-new-kind.
                move 4 to ws-new-stage.
                perform 1210-add-flow-step.
                move spaces to ws-new-restart.
                move "STEP1" to ws-new-jcl-step.
                move "PROGACKM" to ws-new-step-name.
                move "PROGACKM" to ws-new-job.
                move "D" to ws-new-kind.
                move 5 to ws-new-stage.
                perform 1210-add-flow-step.
                move "P" to ws-new-kind.
                move 9 to ws-new-stage.
                move "PROGRCYC" to ws-new-step-name.
                move "PROGRCYC" to ws-new-job.
                perform 1210-add-flow-step.
                move "CUSTLIFE" to ws-new-step-name.
                move "CUSTLIFE" to ws-new-job.
                perform 1210-add-flow-step.
                move "PROGARCH" to ws-new-step-name.
                move "PROGARCH" to ws-new-job.
                perform 1210-add-flow-step.

           1210-add-flow-step.
                add 1 to ws-flow-count.
                move ws-flow-count to ws-flow-sub.
                move ws-new-step-name
                    to ws-flow-step-name (ws-flow-sub).
                move ws-new-job to ws-flow-job (ws-flow-sub).
                move ws-new-jcl-step to ws-flow-jcl-step (ws-flow-sub).
                move ws-new-restart to ws-flow-restart (ws-flow-sub).
                move ws-new-partition
                    to ws-flow-partition (ws-flow-sub).
                move ws-new-kind to ws-flow-kind (ws-flow-sub).
                move ws-new-stage to ws-flow-stage (ws-flow-sub).
                move "N" to ws-flow-state (ws-flow-sub).
                move "N" to ws-flow-ever-flag (ws-flow-sub).
                move spaces to ws-flow-start-time (ws-flow-sub).
                move spaces to ws-flow-end-time (ws-flow-sub).
                move zero to ws-flow-rc (ws-flow-sub).
                move "N" to ws-flow-forced (ws-flow-sub).
                move zero to ws-flow-refusals (ws-flow-sub).

           2000-load-ledger.
                read ledger-file
                    at end
                        set ws-eof to true
                    not at end
                        add 1 to ws-read-count
                        if rlg-business-date = ws-report-date
                            add 1 to ws-date-entry-count
                            perform 2100-apply-ledger-entry
                        end-if
                end-read.

           2100-apply-ledger-entry.
                if rlg-step-name = "PROG"
                   and rlg-high-volume-flag = "Y"
                    set ws-high-volume-flow to true
                end-if.
                if ws-check-step not = spaces
                   and rlg-step-name = ws-check-step
                   and rlg-entry-type = "E"
                   and rlg-completion-flag = "C"
                   and (rlg-partition-id = ws-check-partition
                        or rlg-high-volume-flag not = "Y")
                    set ws-check-completed to true
                end-if.
                perform 2150-post-to-flow-step
                    varying ws-flow-sub from 1 by 1
                    until ws-flow-sub > ws-flow-count.

           2150-post-to-flow-step.
                move "N" to ws-row-match-flag.
                if rlg-step-name = ws-flow-step-name (ws-flow-sub)
                    evaluate true
                        when ws-flow-standard (ws-flow-sub)
                            if rlg-high-volume-flag not = "Y"
                                set ws-row-matches to true
                            end-if
                        when ws-flow-partitioned (ws-flow-sub)
                            if rlg-high-volume-flag = "Y"
                               and rlg-partition-id
                                   = ws-flow-partition (ws-flow-sub)
                                set ws-row-matches to true
                            end-if
                        when other
                            set ws-row-matches to true
                    end-evaluate
                end-if.
                if ws-row-matches
                    evaluate rlg-entry-type
                        when "S"
                            move "S" to ws-flow-state (ws-flow-sub)
                            move rlg-start-time
                                to ws-flow-start-time (ws-flow-sub)
                            move spaces
                                to ws-flow-end-time (ws-flow-sub)
                            move zero to ws-flow-rc (ws-flow-sub)
                            move rlg-force-flag
                                to ws-flow-forced (ws-flow-sub)
                        when "E"
                            move rlg-completion-flag
                                to ws-flow-state (ws-flow-sub)
                            move rlg-start-time
                                to ws-flow-start-time (ws-flow-sub)
                            move rlg-end-time
                                to ws-flow-end-time (ws-flow-sub)
                            move rlg-return-code
                                to ws-flow-rc (ws-flow-sub)
                            move rlg-force-flag
                                to ws-flow-forced (ws-flow-sub)
                            if rlg-completion-flag = "C"
                                move "Y"
                                    to ws-flow-ever-flag (ws-flow-sub)
                            end-if
                        when "R"
                            add 1 to ws-flow-refusals (ws-flow-sub)
                        when other
                            continue
                    end-evaluate
                end-if.

           2300-test-row-in-flow.
                move "N" to ws-in-flow-flag.
                evaluate true
                    when ws-flow-standard (ws-flow-sub)
                        if not ws-high-volume-flow
                            set ws-row-in-flow to true
                        end-if
                    when ws-flow-partitioned (ws-flow-sub)
                        if ws-high-volume-flow
                            set ws-row-in-flow to true
                        end-if
                    when other
                        set ws-row-in-flow to true
                end-evaluate.

           2400-print-flow-status.
                move ws-report-date to flow-crit-date.
                if ws-high-volume-flow
                    move "HIGH-VOLUME" to flow-crit-mode
                else
                    move "STANDARD" to flow-crit-mode
                end-if.
                move ws-flow-criteria-line to flow-report-line.
                write flow-report-line.
                move "STEP STATUS" to flow-section-title.
                move ws-flow-section-line to flow-report-line.
                write flow-report-line.
                move ws-flow-column-line to flow-report-line.
                write flow-report-line.
                perform 2410-print-flow-step
                    varying ws-flow-sub from 1 by 1
                    until ws-flow-sub > ws-flow-count.

           2410-print-flow-step.
                perform 2300-test-row-in-flow.
                if ws-row-in-flow
                    move ws-flow-job (ws-flow-sub) to flow-job
                    move ws-flow-jcl-step (ws-flow-sub)
                        to flow-jcl-step
                    move ws-flow-step-name (ws-flow-sub)
                        to flow-program
                    move ws-flow-partition (ws-flow-sub) to flow-part
                    move ws-flow-start-time (ws-flow-sub)
                        to flow-start
                    move ws-flow-end-time (ws-flow-sub) to flow-end
                    move ws-flow-rc (ws-flow-sub) to ws-rc-edit
                    move ws-rc-edit to flow-rc
                    move ws-flow-refusals (ws-flow-sub)
                        to flow-refusals
                    if ws-flow-forced (ws-flow-sub) = "Y"
                        move "YES" to flow-forced
                    else
                        move "NO" to flow-forced
                    end-if
                    evaluate true
                        when ws-flow-completed (ws-flow-sub)
                            move "COMPLETED" to flow-status
                            add 1 to ws-completed-count
                        when ws-flow-failed (ws-flow-sub)
                            move "FAILED" to flow-status
                            add 1 to ws-failed-count
                        when ws-flow-started (ws-flow-sub)
                            move "STARTED, NO END" to flow-status
                            move spaces to flow-rc
                            add 1 to ws-failed-count
                        when other
                            move "NOT RUN" to flow-status
                            move spaces to flow-rc
                            move "NO" to flow-forced
                            add 1 to ws-not-run-count
                    end-evaluate
                    move ws-flow-detail-line to flow-report-line
                    write flow-report-line
                end-if.

           2500-print-next-action.
                move "NEXT ACTION" to flow-section-title.
                move ws-flow-section-line to flow-report-line.
                write flow-report-line.
                move zero to ws-next-stage.
                perform 2510-find-next-stage
                    varying ws-flow-sub from 1 by 1
                    until ws-flow-sub > ws-flow-count
                       or ws-next-stage not = zero.
                perform 2520-advise-flow-step
                    varying ws-flow-sub from 1 by 1
                    until ws-flow-sub > ws-flow-count.
                if ws-advice-count = zero
                    move "DAILY FLOW COMPLETE - NOTHING TO RESUBMIT"
                        to flow-message
                    move ws-flow-message-line to flow-report-line
                    write flow-report-line
                end-if.

           2510-find-next-stage.
                perform 2300-test-row-in-flow.
                if ws-row-in-flow
                   and not ws-flow-periodic (ws-flow-sub)
                   and not ws-flow-completed (ws-flow-sub)
                    move ws-flow-stage (ws-flow-sub) to ws-next-stage
                end-if.

           2520-advise-flow-step.
                perform 2300-test-row-in-flow.
                if ws-row-in-flow
                   and not ws-flow-completed (ws-flow-sub)
                    if ws-flow-periodic (ws-flow-sub)
                        if ws-flow-failed (ws-flow-sub)
                           or ws-flow-started (ws-flow-sub)
                            perform 2530-write-advice-line
                        end-if
                    else
                        if ws-flow-stage (ws-flow-sub)
                                = ws-next-stage
                            perform 2530-write-advice-line
                        end-if
                    end-if
                end-if.

           2530-write-advice-line.
                add 1 to ws-advice-count.
                if ws-flow-not-run (ws-flow-sub)
                    move "SUBMIT" to flow-adv-verb
                else
                    move "RESUBMIT" to flow-adv-verb
                end-if.
                move ws-flow-job (ws-flow-sub) to flow-adv-job.
                if ws-flow-restart (ws-flow-sub) = spaces
                    move spaces to flow-adv-restart-label
                    move spaces to flow-adv-restart
                else
                    move "RESTART=" to flow-adv-restart-label
                    move ws-flow-restart (ws-flow-sub)
                        to flow-adv-restart
                end-if.
                move ws-flow-step-name (ws-flow-sub)
                    to flow-adv-program.
                move ws-flow-partition (ws-flow-sub) to flow-adv-part.
                if ws-flow-ever-completed (ws-flow-sub)
                    move "RUNFORCE CARD REQUIRED"
                        to flow-adv-note
                else
                    move spaces to flow-adv-note
                end-if.
                move ws-flow-advice-line to flow-report-line.
                write flow-report-line.
                display "PROGFLOW: NEXT " flow-adv-verb
                    ws-flow-job (ws-flow-sub) " "
                    flow-adv-restart-label flow-adv-restart.

           3000-finalize.
                move "LEDGER ENTRIES READ:" to flow-total-label.
                move ws-read-count to flow-total-count.
                move ws-flow-total-line to flow-report-line.
                write flow-report-line.
                move "ENTRIES FOR BUSINESS DATE:" to flow-total-label.
                move ws-date-entry-count to flow-total-count.
                move ws-flow-total-line to flow-report-line.
                write flow-report-line.
                move "STEPS COMPLETED:" to flow-total-label.
                move ws-completed-count to flow-total-count.
                move ws-flow-total-line to flow-report-line.
                write flow-report-line.
                move "STEPS FAILED OR ABENDED:" to flow-total-label.
                move ws-failed-count to flow-total-count.
                move ws-flow-total-line to flow-report-line.
                write flow-report-line.
                move "STEPS NOT RUN:" to flow-total-label.
                move ws-not-run-count to flow-total-count.
                move ws-flow-total-line to flow-report-line.
                write flow-report-line.
                if ws-ledger-status not = "35"
                    close ledger-file
                end-if.
                close flow-report-file.
                display "PROGFLOW: STEPS COMPLETED "
                    ws-completed-count.
                display "PROGFLOW: STEPS FAILED    " ws-failed-count.
                if ws-check-step not = spaces
                    if ws-check-completed
                        display "PROGFLOW: " ws-check-step
                            " ALREADY COMPLETED FOR " ws-report-date
                        move 8 to return-code
                    else
                        move zero to return-code
                    end-if
                else
                    if ws-advice-count not = zero
                        move 4 to return-code
                    else
                        move zero to return-code
                    end-if
                end-if.

           copy "bizdtrd.cpy".
