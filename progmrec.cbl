               select recon-report-file assign to "MRECRPT"
                   organization line sequential
                   file status is ws-recon-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           fd  recon-report-file.
           01  recon-report-line              pic x(80).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-audit-status            pic xx.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                perform 1100-read-parameter-card.
                open input audit-file.
                if ws-audit-status not = "00"
                end-read.
                close parm-file.
                if ws-run-date = spaces
                    move ws-business-date to ws-run-date
                end-if.

           2000-load-audited-ids.
                else
                    move 8 to return-code
                end-if.

           copy "bizdtrd.cpy".
