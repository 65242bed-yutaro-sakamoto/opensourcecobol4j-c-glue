      *> runlgchk.cpy
      *> procedure-division paragraphs that record a step on the
      *> run ledger (runledgr.cpy), using the fields of
      *> runlgwk.cpy and the business date from bizdtrd.cpy.
      *> 8400 is performed once the step name is known: it scans
      *> RUNLEDGR for a completed end entry for the same step and
      *> partition on the business date (a completed standard run
      *> covers every partition) and, if one is found, writes a
      *> refusal entry and ends the step rc=16 unless the RUNFORCE
      *> card "FORCE" + the business date is supplied; otherwise
      *> it writes the start entry.  8450 is performed after the
      *> step has set its final return code and writes the end
      *> entry without changing that return code.
           8400-start-run-ledger.
                move function current-date to ws-ldg-clock.
                move ws-ldg-clock (9:6) to ws-ldg-start-time.
                move "N" to ws-ldg-completed-flag.
                move "N" to ws-ldg-forced-flag.
                move "N" to ws-ldg-eof-flag.
                perform 8410-read-force-card.
                open input run-ledger-file.
                if ws-ldg-status = "35"
                    continue
                else
                    if ws-ldg-status not = "00"
                        display "RUNLEDGR: CANNOT OPEN "
                            "RUN-LEDGER-FILE, STATUS=" ws-ldg-status
                        move 16 to return-code
                        stop run
                    end-if
                    perform 8420-scan-ledger-entry
                        until ws-ldg-eof
                    close run-ledger-file
                end-if.
                if ws-ldg-step-completed
                    if ws-ldg-forced-rerun
                        display "RUNLEDGR: " ws-ldg-step-name
                            " ALREADY COMPLETED FOR " ws-business-date
                            ", FORCED RERUN"
                    else
                        display "RUNLEDGR: " ws-ldg-step-name
                            " ALREADY COMPLETED FOR " ws-business-date
                            ", RERUN REFUSED"
                        move "R" to ws-ldg-entry-type
                        move 16 to ws-ldg-return-code
                        perform 8440-write-ledger-entry
                        move 16 to return-code
                        stop run
                    end-if
                end-if.
                move "S" to ws-ldg-entry-type.
                move zero to ws-ldg-return-code.
                perform 8440-write-ledger-entry.

           8410-read-force-card.
                move spaces to ws-ldg-force-card.
                open input run-force-file.
                if ws-ldg-force-status = "00"
                    read run-force-file into ws-ldg-force-card
                        at end
                            move spaces to ws-ldg-force-card
                    end-read
                    close run-force-file
                end-if.
                if ws-ldg-force-keyword = "FORCE"
                    if ws-ldg-force-date = ws-business-date
                        set ws-ldg-forced-rerun to true
                    else
                        display "RUNLEDGR: RUNFORCE CARD FOR "
                            ws-ldg-force-date " IGNORED, BUSINESS "
                            "DATE IS " ws-business-date
                    end-if
                end-if.

           8420-scan-ledger-entry.
                read run-ledger-file
                    at end
                        set ws-ldg-eof to true
                    not at end
                        if rlg-business-date = ws-business-date
                           and rlg-step-name = ws-ldg-step-name
                           and rlg-entry-type = "E"
                           and rlg-completion-flag = "C"
                           and (rlg-partition-id = ws-ldg-partition-id
                                or rlg-high-volume-flag not = "Y")
                            set ws-ldg-step-completed to true
                        end-if
                end-read.

           8440-write-ledger-entry.
                open extend run-ledger-file.
                if ws-ldg-status not = "00"
                    open output run-ledger-file
                end-if.
                if ws-ldg-status not = "00"
                    display "RUNLEDGR: CANNOT OPEN RUN-LEDGER-FILE, "
                        "STATUS=" ws-ldg-status
                    if ws-ldg-entry-type not = "E"
                        move 16 to return-code
                        stop run
                    end-if
                else
                    move spaces to run-ledger-record
                    move ws-business-date to rlg-business-date
                    move ws-ldg-step-name to rlg-step-name
                    move ws-ldg-partition-id to rlg-partition-id
                    move ws-ldg-high-volume-flag
                        to rlg-high-volume-flag
                    move ws-ldg-entry-type to rlg-entry-type
                    move ws-ldg-clock (1:8) to rlg-clock-date
                    move ws-ldg-start-time to rlg-start-time
                    move ws-ldg-return-code to rlg-return-code
                    if ws-ldg-entry-type = "E"
                        move ws-ldg-clock (9:6) to rlg-end-time
                        if ws-ldg-return-code
                                > ws-ldg-complete-max-rc
                            move "F" to rlg-completion-flag
                        else
                            move "C" to rlg-completion-flag
                        end-if
                    end-if
                    if ws-ldg-forced-rerun
                        move "Y" to rlg-force-flag
                    else
                        move "N" to rlg-force-flag
                    end-if
                    write run-ledger-record
                    close run-ledger-file
                end-if.

           8450-end-run-ledger.
                move return-code to ws-ldg-return-code.
                move function current-date to ws-ldg-clock.
                move "E" to ws-ldg-entry-type.
                perform 8440-write-ledger-entry.
                move ws-ldg-return-code to return-code.
