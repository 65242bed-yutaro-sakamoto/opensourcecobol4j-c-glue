               select arch-report-file assign to "ARCHRPT"
                   organization line sequential
                   file status is ws-arch-report-status.
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
           fd  parm-file.
               copy "auditrec.cpy".

           fd  archive-file.
           01  archive-record                 pic x(119).

           fd  retained-file.
           01  retained-record                pic x(119).

           fd  arch-report-file.
           01  arch-report-line               pic x(80).

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

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-audit-status            pic xx.
                perform 2000-archive-records
                    until ws-eof.
                perform 3000-finalize.
                perform 8450-end-run-ledger.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move "PROGARCH" to ws-ldg-step-name.
                perform 8400-start-run-ledger.
                perform 1100-read-parameter-card.
                open input audit-file.
                if ws-audit-status not = "00"
                    move 16 to return-code
                    stop run
                end-if.
                move ws-business-date to ws-today-date.
                compute ws-today-int =
                    function integer-of-date(ws-today-date).
                subtract ws-retention-days from ws-today-int
                else
                    move 8 to return-code
                end-if.

           copy "bizdtrd.cpy".

           copy "runlgchk.cpy".
