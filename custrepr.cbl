               05  fix-new-rec-type           pic x(02).
               05  fix-first-name             pic x(10).
               05  fix-second-name            pic x(10).
               05  fix-effective-date         pic x(08).
               05  fix-operator-id            pic x(08).
               05  filler                     pic x(22).

           fd  resub-file.
           01  resub-record.
                             ==rec-type==     by ==rsb-rec-type==
                             ==first-name==   by ==rsb-first-name==
                             ==second-name==  by ==rsb-second-name==.
               copy "tranext.cpy"
                   replacing leading ==tran== by ==rsb==.

           fd  carry-file.
           01  carry-record.
           working-storage section.
           01  small-data.
               copy "smalldata.cpy".
               copy "tranext.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.

           01  ws-edit-rec-type               pic x(02).
               88  ws-valid-rec-type          values "CU" "CA"
                                                     "CC" "CD" "CX"
                                                     "CR".
               88  ws-continuation-type       value "CX".
               88  ws-release-type            value "CR".
               88  ws-dated-type              values "CA" "CC"
                                                     "CD" "CX".
               88  ws-operator-type           values "CA" "CC"
                                                     "CD" "CR".

           01  ws-edit-effective-date         pic 9(08).

           01  ws-fix-table.
               05  ws-fix-count               pic 9(5) usage binary
                   10  ws-fix-new-type        pic x(02).
                   10  ws-fix-first-name      pic x(10).
                   10  ws-fix-second-name     pic x(10).
                   10  ws-fix-effective-date  pic x(08).
                   10  ws-fix-operator-id     pic x(08).
                   10  ws-fix-matched-flag    pic x.
                       88  ws-fix-matched     value "Y".

                   indexed by seen-ix.
                   10  ws-seen-id             pic 9(9).
                   10  ws-seen-type           pic x(02).
                   10  ws-seen-effective-date pic x(08).

           01  ws-repr-header-line.
               05  filler                     pic x(80)
                        to ws-fix-first-name (fix-ix)
                    move fix-second-name
                        to ws-fix-second-name (fix-ix)
                    move fix-effective-date
                        to ws-fix-effective-date (fix-ix)
                    move fix-operator-id
                        to ws-fix-operator-id (fix-ix)
                    move "N" to ws-fix-matched-flag (fix-ix)
                else
                    display "CUSTREPR: CORRECTION TABLE FULL, CARD "
                    move zero to ws-reject-age
                end-if.
                move rej-record-image to small-data.
                move rej-effective-date
                    to tran-effective-date in small-data.
                move rej-operator-id
                    to tran-operator-id in small-data.
                perform 2200-match-correction.
                if ws-fix-found
                    perform 2300-apply-correction
                    else
                        move ws-reject-reason to rej-reason
                        move small-data to rej-record-image
                        move tran-effective-date in small-data
                            to rej-effective-date
                        move tran-operator-id in small-data
                            to rej-operator-id
                        perform 2600-carry-reject-forward
                    end-if
                else
                    move ws-fix-second-name (fix-ix)
                        to second-name in small-data
                end-if.
                evaluate ws-fix-effective-date (fix-ix)
                    when spaces
                        continue
                    when "00000000"
                        move spaces to tran-effective-date in small-data
                    when other
                        move ws-fix-effective-date (fix-ix)
                            to tran-effective-date in small-data
                end-evaluate.
                if ws-fix-operator-id (fix-ix) not = spaces
                    move ws-fix-operator-id (fix-ix)
                        to tran-operator-id in small-data
                end-if.

           2400-apply-edits.
                move spaces to ws-reject-reason.
                end-if.
                if ws-record-clean
                   and not ws-continuation-type
                   and not ws-release-type
                   and (first-name in small-data = spaces
                        or second-name in small-data = spaces)
                    move "NAME" to ws-reject-reason
                end-if.
                if ws-record-clean
                   and tran-effective-date in small-data
                       not = spaces
                    perform 2430-check-effective-date
                end-if.
                if ws-record-clean
                   and ws-operator-type
                   and tran-operator-id in small-data = spaces
                    move "OPER" to ws-reject-reason
                end-if.
                if ws-record-clean
                   and not ws-continuation-type
                    perform 2410-check-duplicate-id
                                = cust-id in small-data
                           and ws-seen-type (seen-ix)
                                = rec-type in small-data
                           and ws-seen-effective-date (seen-ix)
                                = tran-effective-date in small-data
                            move "DUP " to ws-reject-reason
                    end-search
                end-if.
                        to ws-seen-id (seen-ix)
                    move rec-type in small-data
                        to ws-seen-type (seen-ix)
                    move tran-effective-date in small-data
                        to ws-seen-effective-date (seen-ix)
                else
                    if not ws-seen-table-full
                        set ws-seen-table-full to true
                    end-if
                end-if.

           2430-check-effective-date.
                if not ws-dated-type
                   or tran-effective-date in small-data is not numeric
                    move "DATE" to ws-reject-reason
                else
                    move tran-effective-date in small-data
                        to ws-edit-effective-date
                    if function integer-of-date(ws-edit-effective-date)
                            = zero
                        move "DATE" to ws-reject-reason
                    end-if
                end-if.

           2500-write-resub-record.
                move small-data to resub-record.
                write resub-record.
           2600-carry-reject-forward.
                move rej-reason to cry-reason.
                move rej-record-image to cry-record-image.
                move rej-effective-date to cry-effective-date.
                move rej-operator-id to cry-operator-id.
                add 1 ws-reject-age giving cry-age-days.
                write carry-record.
                if ws-carry-status not = "00"
