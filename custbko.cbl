               select backout-report-file assign to "BKORPT"
                   organization line sequential
                   file status is ws-backout-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           fd  backout-report-file.
           01  backout-report-line            pic x(132).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-maint-audit-status      pic xx.
                   10  ws-trl-cust-id         pic 9(9).
                   10  ws-trl-before-image    pic x(81).
                   10  ws-trl-after-image     pic x(81).
                   10  ws-trl-requester-id    pic x(08).
                   10  ws-trl-approver-id     pic x(08).

           01  ws-bko-header-line.
               05  filler                     pic x(132)
               05  bko-crit-cust-id           pic 9(9).
               05  filler                     pic x(66) value spaces.
           01  ws-bko-column-line.
               05  filler                     pic x(75)
                   value "  TIMESTAMP       AC  CUST-ID    ACTION".
               05  filler                     pic x(57)
                   value "REQUESTER APPROVER".
           01  ws-bko-detail-line.
               05  filler                     pic x(02) value spaces.
               05  bko-timestamp              pic x(14).
               05  bko-cust-id                pic 9(9).
               05  filler                     pic x(02) value spaces.
               05  bko-disposition            pic x(40).
               05  filler                     pic x(02) value spaces.
               05  bko-requester-id           pic x(08).
               05  filler                     pic x(02) value spaces.
               05  bko-approver-id            pic x(08).
               05  filler                     pic x(39) value spaces.
           01  ws-bko-image-line.
               05  filler                     pic x(04) value spaces.
               05  bko-image                  pic x(81).
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                perform 1100-read-parameter-card.
                open output backout-report-file.
                if ws-backout-report-status not = "00"
                        to ws-trl-before-image (ws-trail-sub)
                    move mnt-after-image
                        to ws-trl-after-image (ws-trail-sub)
                    move mnt-requester-id
                        to ws-trl-requester-id (ws-trail-sub)
                    move mnt-approver-id
                        to ws-trl-approver-id (ws-trail-sub)
                else
                    display "CUSTBKO: AUDIT TRAIL TABLE FULL, "
                        "ARCHIVE THE TRAIL FIRST, ABENDING"
                            perform 2300-backout-change
                        when "CX"
                            perform 2300-backout-change
                        when "LD"
                            perform 2300-backout-change
                        when "QH"
                            perform 2300-backout-change
                        when "CR"
                            perform 2300-backout-change
                        when "CD"
                            perform 2400-backout-delete
                        when "LP"
                            perform 2400-backout-delete
                        when "BO"
                            add 1 to ws-skipped-count
                            move "PRIOR BACKOUT IN RANGE, SKIPPED"

           2500-write-backout-audit.
                move function current-date to ws-timestamp.
                move ws-business-date to ws-timestamp (1:8).
                move ws-timestamp to mnt-timestamp.
                move "BO" to mnt-action.
                move ws-trl-cust-id (ws-trail-sub) to mnt-cust-id.
                move ws-master-image to mnt-before-image.
                move ws-restored-image to mnt-after-image.
                move spaces to mnt-requester-id.
                move spaces to mnt-approver-id.
                write maint-audit-record.
                if ws-maint-audit-status not = "00"
                    display "CUSTBKO: MAINT-AUDIT WRITE FAILED, "
                    to bko-timestamp.
                move ws-trl-action (ws-trail-sub) to bko-action.
                move ws-trl-cust-id (ws-trail-sub) to bko-cust-id.
                move ws-trl-requester-id (ws-trail-sub)
                    to bko-requester-id.
                move ws-trl-approver-id (ws-trail-sub)
                    to bko-approver-id.
                move ws-bko-detail-line to backout-report-line.
                write backout-report-line.

                        <= ws-ts-high
                    add 1 to ws-image-count
                    if ws-trl-action (ws-trail-sub) = "CD"
                       or ws-trl-action (ws-trail-sub) = "LP"
                       or (ws-trl-action (ws-trail-sub) = "BO"
                           and ws-trl-after-image (ws-trail-sub)
                               = spaces)
                    when other
                        move zero to return-code
                end-evaluate.

           copy "bizdtrd.cpy".
