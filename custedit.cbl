               select total-file assign to "EDITTOT"
                   organization line sequential
                   file status is ws-total-status.
               select rule-file assign to "NAMERULE"
                   organization line sequential
                   file status is ws-rule-status.
               select std-report-file assign to "STDRPT"
                   organization line sequential
                   file status is ws-std-report-status.
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
           fd  customer-file.
           01  customer-record.
               copy "smalldata.cpy".
               copy "tranext.cpy".

           fd  clean-file.
           01  clean-record.
                             ==rec-type==     by ==cln-rec-type==
                             ==first-name==   by ==cln-first-name==
                             ==second-name==  by ==cln-second-name==.
               copy "tranext.cpy"
                   replacing leading ==tran== by ==cln==.

           fd  reject-file.
           01  reject-record.
           01  total-record.
               copy "ctltot.cpy".

           fd  rule-file.
           01  rule-record.
               05  rul-type                   pic x(02).
               05  rul-operand                pic x(78).

           fd  std-report-file.
           01  std-report-line                pic x(80).

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

           01  small-data.
               copy "smalldata.cpy".
               copy "tranext.cpy".

           01  ws-original-data.
               copy "smalldata.cpy"
                   replacing ==cust-id==      by ==org-cust-id==
                             ==rec-type==     by ==org-rec-type==
                             ==first-name==   by ==org-first-name==
                             ==second-name==  by ==org-second-name==.
               copy "tranext.cpy"
                   replacing leading ==tran== by ==org==.

           01  ws-file-status-group.
               05  ws-customer-status         pic xx.
               05  ws-clean-status            pic xx.
               05  ws-reject-status           pic xx.
               05  ws-total-status            pic xx.
               05  ws-rule-status             pic xx.
               05  ws-std-report-status       pic xx.

           01  ws-flags.
               05  ws-eof-flag                pic x value "N".
                   88  ws-record-clean        value spaces.
               05  ws-seen-full-flag          pic x value "N".
                   88  ws-seen-table-full     value "Y".
               05  ws-rule-eof-flag           pic x value "N".
                   88  ws-rule-eof            value "Y".

           01  ws-counters.
               05  ws-read-count              pic 9(9) value zero.
               05  ws-clean-count             pic 9(9) value zero.
               05  ws-reject-count            pic 9(9) value zero.
               05  ws-standardized-count      pic 9(9) value zero.
               05  ws-unchanged-count         pic 9(9) value zero.
               05  ws-invalid-char-count      pic 9(9) value zero.
               05  ws-rule-count              pic 9(5) value zero.

           01  ws-name-rules.
               05  ws-fold-mode               pic x(01) value space.
                   88  ws-fold-upper          value "U".
                   88  ws-fold-lower          value "L".
               05  ws-squeeze-flag            pic x(01) value "N".
                   88  ws-squeeze-spaces      value "Y".
               05  ws-sub-count               pic 9(3) usage binary
                                              value zero.
               05  ws-sub-from                pic x(100).
               05  ws-sub-to                  pic x(100).
               05  ws-invalid-count           pic 9(3) usage binary
                                              value zero.
               05  ws-invalid-chars           pic x(100).
               05  ws-rule-ix                 pic 9(3) usage binary.

           01  ws-case-tables.
               05  ws-lower-letters           pic x(26)
                   value "abcdefghijklmnopqrstuvwxyz".
               05  ws-upper-letters           pic x(26)
                   value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           01  ws-std-fields.
               05  ws-std-work                pic x(10).
               05  ws-std-out                 pic x(10).
               05  ws-std-char-ix             pic 9(3) usage binary.
               05  ws-std-out-len             pic 9(3) usage binary.
               05  ws-bad-char-tally          pic 9(5) value zero.

           01  ws-edit-effective-date         pic 9(08).

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

           01  ws-seen-id-table.
               05  ws-seen-count              pic 9(9) usage binary
                   indexed by seen-ix.
                   10  ws-seen-id             pic 9(9).
                   10  ws-seen-type           pic x(02).
                   10  ws-seen-effective-date pic x(08).

           01  ws-std-header-line.
               05  filler                     pic x(80)
                   value "CUSTEDIT NAME STANDARDIZATION - BEFORE/AFTER".
           01  ws-std-column-line.
               05  filler                     pic x(17)
                   value "  CUST-ID    TY  ".
               05  filler                     pic x(23)
                   value "BEFORE".
               05  filler                     pic x(23)
                   value "AFTER".
               05  filler                     pic x(17)
                   value "NOTE".
           01  ws-std-detail-line.
               05  filler                     pic x(02) value spaces.
               05  std-cust-id                pic x(09).
               05  filler                     pic x(02) value spaces.
               05  std-rec-type               pic x(02).
               05  filler                     pic x(02) value spaces.
               05  std-before-first           pic x(10).
               05  filler                     pic x(01) value spaces.
               05  std-before-second          pic x(10).
               05  filler                     pic x(02) value spaces.
               05  std-after-first            pic x(10).
               05  filler                     pic x(01) value spaces.
               05  std-after-second           pic x(10).
               05  filler                     pic x(02) value spaces.
               05  std-note                   pic x(17).
           01  ws-std-total-line.
               05  std-total-label            pic x(28).
               05  std-total-count            pic zzzzzzzz9.
               05  filler                     pic x(43) value spaces.

           procedure division.
           0000-main-logic.
                perform 2000-edit-records
                    until ws-eof.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move "CUSTEDIT" to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                open input customer-file.
                if ws-customer-status not = "00"
                    display "CUSTEDIT: CANNOT OPEN CUSTOMER-FILE, "
                    move 16 to return-code
                    stop run
                end-if.
                open output std-report-file.
                if ws-std-report-status not = "00"
                    display "CUSTEDIT: CANNOT OPEN STD-REPORT, "
                        "STATUS=" ws-std-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-std-header-line to std-report-line.
                write std-report-line.
                move ws-std-column-line to std-report-line.
                write std-report-line.
                perform 1100-load-name-rules.

           1100-load-name-rules.
                open input rule-file.
                if ws-rule-status = "35"
                    display "CUSTEDIT: NO NAME-RULE FILE, NAMES "
                        "PASSED WITHOUT STANDARDIZATION"
                else
                    if ws-rule-status not = "00"
                        display "CUSTEDIT: CANNOT OPEN RULE-FILE, "
                            "STATUS=" ws-rule-status
                        move 16 to return-code
                        stop run
                    end-if
                    perform 1110-read-rule-card
                        until ws-rule-eof
                    close rule-file
                end-if.

           1110-read-rule-card.
                read rule-file
                    at end
                        set ws-rule-eof to true
                    not at end
                        if rul-type (1:1) not = "*"
                           and rule-record not = spaces
                            add 1 to ws-rule-count
                            perform 1120-store-rule
                        end-if
                end-read.

           1120-store-rule.
                evaluate rul-type
                    when "FC"
                        move rul-operand (1:1) to ws-fold-mode
                        if not ws-fold-upper and not ws-fold-lower
                            perform 1190-reject-rule-card
                        end-if
                    when "SB"
                        if ws-sub-count < 100
                            add 1 to ws-sub-count
                            move rul-operand (1:1)
                                to ws-sub-from (ws-sub-count:1)
                            move rul-operand (2:1)
                                to ws-sub-to (ws-sub-count:1)
                        else
                            perform 1190-reject-rule-card
                        end-if
                    when "SQ"
                        set ws-squeeze-spaces to true
                    when "IV"
                        perform 1130-add-invalid-char
                            varying ws-rule-ix from 1 by 1
                            until ws-rule-ix > 78
                    when other
                        perform 1190-reject-rule-card
                end-evaluate.

           1130-add-invalid-char.
                if rul-operand (ws-rule-ix:1) not = space
                    if ws-invalid-count < 100
                        add 1 to ws-invalid-count
                        move rul-operand (ws-rule-ix:1)
                            to ws-invalid-chars (ws-invalid-count:1)
                    else
                        perform 1190-reject-rule-card
                    end-if
                end-if.

           1190-reject-rule-card.
                display "CUSTEDIT: INVALID OR EXCESS NAME-RULE CARD "
                    ws-rule-count ": " rule-record.
                display "CUSTEDIT: CORRECT NAMERULE, ABENDING".
                move 16 to return-code.
                stop run.

           2000-edit-records.
                read customer-file into small-data

           2100-edit-record.
                add 1 to ws-read-count.
                move small-data to ws-original-data.
                perform 2150-standardize-names.
                perform 2200-apply-edits.
                if ws-record-clean
                    perform 2300-write-clean-record
                    perform 2400-write-reject-record
                end-if.

           2150-standardize-names.
                if ws-fold-upper
                    inspect first-name in small-data
                        converting ws-lower-letters
                        to ws-upper-letters
                    inspect second-name in small-data
                        converting ws-lower-letters
                        to ws-upper-letters
                end-if.
                if ws-fold-lower
                    inspect first-name in small-data
                        converting ws-upper-letters
                        to ws-lower-letters
                    inspect second-name in small-data
                        converting ws-upper-letters
                        to ws-lower-letters
                end-if.
                if ws-sub-count not = zero
                    inspect first-name in small-data
                        converting ws-sub-from (1:ws-sub-count)
                        to ws-sub-to (1:ws-sub-count)
                    inspect second-name in small-data
                        converting ws-sub-from (1:ws-sub-count)
                        to ws-sub-to (1:ws-sub-count)
                end-if.
                if ws-squeeze-spaces
                   and rec-type in small-data not = "CX"
                    move first-name in small-data to ws-std-work
                    perform 2160-squeeze-name
                    move ws-std-out to first-name in small-data
                    move second-name in small-data to ws-std-work
                    perform 2160-squeeze-name
                    move ws-std-out to second-name in small-data
                end-if.
                move zero to ws-bad-char-tally.
                perform 2170-count-invalid-char
                    varying ws-rule-ix from 1 by 1
                    until ws-rule-ix > ws-invalid-count.
                if first-name in small-data not = org-first-name
                   or second-name in small-data not = org-second-name
                    add 1 to ws-standardized-count
                    move spaces to std-note
                    perform 2180-write-std-line
                else
                    add 1 to ws-unchanged-count
                    if ws-bad-char-tally not = zero
                        move spaces to std-note
                        perform 2180-write-std-line
                    end-if
                end-if.

           2160-squeeze-name.
                move spaces to ws-std-out.
                move zero to ws-std-out-len.
                perform 2165-squeeze-one-char
                    varying ws-std-char-ix from 1 by 1
                    until ws-std-char-ix > 10.

           2165-squeeze-one-char.
                if ws-std-work (ws-std-char-ix:1) not = space
                    add 1 to ws-std-out-len
                    move ws-std-work (ws-std-char-ix:1)
                        to ws-std-out (ws-std-out-len:1)
                else
                    if ws-std-out-len > zero
                        if ws-std-out (ws-std-out-len:1) not = space
                            add 1 to ws-std-out-len
                        end-if
                    end-if
                end-if.

           2170-count-invalid-char.
                inspect first-name in small-data
                    tallying ws-bad-char-tally
                    for all ws-invalid-chars (ws-rule-ix:1).
                inspect second-name in small-data
                    tallying ws-bad-char-tally
                    for all ws-invalid-chars (ws-rule-ix:1).

           2180-write-std-line.
                if ws-bad-char-tally not = zero
                    move "INVALID CHARACTER" to std-note
                end-if.
                move org-cust-id to std-cust-id.
                move org-rec-type to std-rec-type.
                move org-first-name to std-before-first.
                move org-second-name to std-before-second.
                move first-name in small-data to std-after-first.
                move second-name in small-data to std-after-second.
                move ws-std-detail-line to std-report-line.
                write std-report-line.

           2200-apply-edits.
                move spaces to ws-reject-reason.
                if cust-id in small-data is not numeric
                end-if.
                if ws-record-clean
                   and not ws-continuation-type
                   and not ws-release-type
                   and (first-name in small-data = spaces
                        or second-name in small-data = spaces)
                    move "NAME" to ws-reject-reason
                end-if.
                if ws-record-clean
                   and ws-bad-char-tally not = zero
                    move "CHAR" to ws-reject-reason
                    add 1 to ws-invalid-char-count
                end-if.
                if ws-record-clean
                   and tran-effective-date in small-data
                       not = spaces
                    perform 2230-check-effective-date
                end-if.
                if ws-record-clean
                   and ws-operator-type
                   and tran-operator-id in small-data = spaces
                    move "OPER" to ws-reject-reason
                end-if.
                if ws-record-clean
                   and not ws-continuation-type
                    perform 2210-check-duplicate-id
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

           2230-check-effective-date.
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

           2300-write-clean-record.
                move small-data to clean-record.
                write clean-record.

           2400-write-reject-record.
                move ws-reject-reason to rej-reason.
                move ws-original-data to rej-record-image.
                move zero to rej-age-days.
                move tran-effective-date in small-data
                    to rej-effective-date.
                move tran-operator-id in small-data
                    to rej-operator-id.
                write reject-record.
                if ws-reject-status not = "00"
                    display "CUSTEDIT: REJECT-FILE WRITE FAILED, "
                add 1 to ws-reject-count.

           3000-finalize.
                perform 3050-write-std-totals.
                perform 3100-write-control-totals.
                perform 3010-close-files.
                display "CUSTEDIT: RECORDS READ     " ws-read-count.
                display "CUSTEDIT: RECORDS CLEAN    " ws-clean-count.
                display "CUSTEDIT: RECORDS REJECTED " ws-reject-count.
                display "CUSTEDIT: NAMES STANDARDIZED "
                    ws-standardized-count.
                if ws-reject-count not = zero
                    move 4 to return-code
                end-if.
                close customer-file.
                close clean-file.
                close reject-file.
                close std-report-file.

           3050-write-std-totals.
                move "RECORDS READ:" to std-total-label.
                move ws-read-count to std-total-count.
                move ws-std-total-line to std-report-line.
                write std-report-line.
                move "NAMES STANDARDIZED:" to std-total-label.
                move ws-standardized-count to std-total-count.
                move ws-std-total-line to std-report-line.
                write std-report-line.
                move "NAMES UNCHANGED:" to std-total-label.
                move ws-unchanged-count to std-total-count.
                move ws-std-total-line to std-report-line.
                write std-report-line.
                move "INVALID CHARACTER REJECTS:" to std-total-label.
                move ws-invalid-char-count to std-total-count.
                move ws-std-total-line to std-report-line.
                write std-report-line.

           3100-write-control-totals.
                open output total-file.
                    stop run
                end-if.
                move "CUSTEDIT" to tot-program.
                move ws-business-date to tot-run-date.
                move "RECORDS READ" to tot-name.
                move ws-read-count to tot-value.
                write total-record.
                move "RECORDS REJECTED" to tot-name.
                move ws-reject-count to tot-value.
                write total-record.
                move "NAMES STANDARDIZED" to tot-name.
                move ws-standardized-count to tot-value.
                write total-record.
                move "NAMES UNCHANGED" to tot-name.
                move ws-unchanged-count to tot-value.
                write total-record.
                close total-file.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
