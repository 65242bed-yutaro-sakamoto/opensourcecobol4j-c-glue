           identification division.
              program-id.  custhist.
           environment division.
           input-output section.
           file-control.
               select parm-file assign to "HISTPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select master-file assign to "CUSTMST"
                   organization indexed
                   access random
                   record key is mst-cust-id
                   file status is ws-master-status.
               select archive-file assign to "MSTARCH"
                   organization line sequential
                   file status is ws-archive-status.
               select maint-audit-file assign to "MNTAUDIT"
                   organization line sequential
                   file status is ws-maint-audit-status.
               select audit-file assign to "AUDITLOG"
                   organization line sequential
                   file status is ws-audit-status.
               select error-file assign to "ERRFILE"
                   organization line sequential
                   file status is ws-error-status.
               select recycle-error-file assign to "ERRRCYC"
                   organization line sequential
                   file status is ws-recycle-error-status.
               select reject-file assign to "CUSTREJ"
                   organization line sequential
                   file status is ws-reject-status.
               select ack-error-file assign to "ACKERR"
                   organization line sequential
                   file status is ws-ack-error-status.
               select history-report-file assign to "HISTRPT"
                   organization line sequential
                   file status is ws-history-report-status.
               select history-extract-file assign to "HISTEXT"
                   organization line sequential
                   file status is ws-history-extract-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-cust-id                pic x(09)
                   occurs 8 times.
               05  filler                     pic x(08).

           fd  master-file.
           01  master-record.
               copy "custmast.cpy".

           fd  archive-file.
           01  archive-record.
               copy "custmast.cpy"
                   replacing leading ==mst== by ==arc==.

           fd  maint-audit-file.
           01  maint-audit-record.
               copy "mntaudit.cpy".

           fd  audit-file.
           01  audit-record.
               copy "auditrec.cpy".

           fd  error-file.
           01  error-record                   pic x(94).

           fd  recycle-error-file.
           01  recycle-error-record           pic x(94).

           fd  reject-file.
           01  reject-record.
               copy "rejrec.cpy".

           fd  ack-error-file.
           01  ack-error-record               pic x(94).

           fd  history-report-file.
           01  history-report-line            pic x(132).

           fd  history-extract-file.
           01  history-extract-record.
               copy "histext.cpy".

           working-storage section.
           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-master-status           pic xx.
               05  ws-archive-status          pic xx.
               05  ws-maint-audit-status      pic xx.
               05  ws-audit-status            pic xx.
               05  ws-error-status            pic xx.
               05  ws-recycle-error-status    pic xx.
               05  ws-reject-status           pic xx.
               05  ws-ack-error-status        pic xx.
               05  ws-history-report-status   pic xx.
               05  ws-history-extract-status  pic xx.

           01  ws-flags.
               05  ws-parm-eof-flag           pic x value "N".
                   88  ws-parm-eof            value "Y".
               05  ws-source-eof-flag         pic x value "N".
                   88  ws-source-eof          value "Y".
               05  ws-requested-flag          pic x value "N".
                   88  ws-requested           value "Y".
               05  ws-event-found-flag        pic x value "N".
                   88  ws-event-found         value "Y".

           01  ws-counters.
               05  ws-card-count              pic 9(9) value zero.
               05  ws-source-read-count       pic 9(9) value zero.
               05  ws-event-count             pic 9(9) value zero.
               05  ws-customer-event-count    pic 9(9) value zero.
               05  ws-extract-count           pic 9(9) value zero.
               05  ws-no-history-count        pic 9(9) value zero.
               05  ws-missing-source-count    pic 9(9) value zero.
               05  ws-card-sub                pic 9(2) usage binary.
               05  ws-scan-sub                pic 9(5) usage binary.
               05  ws-next-sub                pic 9(5) usage binary.

           01  ws-missing-source              pic x(08).
           01  ws-reject-age                  pic 9(3).

           01  ws-request-table.
               05  ws-request-count           pic 9(5) usage binary
                                              value zero.
               05  ws-request-entry
                   occurs 100 times
                   indexed by req-ix.
                   10  ws-req-cust-id         pic 9(9).
                   10  ws-req-state           pic x(08).
                   10  ws-req-image           pic x(81).

           01  ws-timeline-table.
               05  ws-timeline-count          pic 9(5) usage binary
                                              value zero.
               05  ws-timeline-entry
                   occurs 10000 times.
                   10  ws-tl-cust-id          pic 9(9).
                   10  ws-tl-sort-key         pic x(16).
                   10  ws-tl-source           pic x(08).
                   10  ws-tl-event            pic x(08).
                   10  ws-tl-retry-count      pic 9(2).
                   10  ws-tl-text             pic x(40).
                   10  ws-tl-before-image     pic x(81).
                   10  ws-tl-after-image      pic x(81).
                   10  ws-tl-listed-flag      pic x.
                       88  ws-tl-listed       value "Y".

           01  ws-event-work.
               05  ws-evt-cust-id             pic 9(9).
               05  ws-evt-sort-key            pic x(16).
               05  ws-evt-source              pic x(08).
               05  ws-evt-event               pic x(08).
               05  ws-evt-retry-count         pic 9(2).
               05  ws-evt-text                pic x(40).
               05  ws-evt-before-image        pic x(81).
               05  ws-evt-after-image         pic x(81).

           01  ws-error-work.
               copy "errrec.cpy"
                   replacing leading ==err== by ==wer==.

           01  ws-old-layout-fields.
               copy "audcnvwk.cpy".

           01  ws-hist-header-line.
               05  filler                     pic x(132)
                   value "CUSTOMER CASE-HISTORY DOSSIER".
           01  ws-hist-missing-line.
               05  filler                     pic x(31)
                   value "SOURCE NOT AVAILABLE, OMITTED: ".
               05  hist-missing-source        pic x(08).
               05  filler                     pic x(93) value spaces.
           01  ws-hist-customer-line.
               05  filler                     pic x(08)
                   value "CUST-ID ".
               05  hist-cust-id               pic 9(9).
               05  filler                     pic x(17)
                   value "  CURRENT STATE: ".
               05  hist-state-text            pic x(40).
               05  filler                     pic x(58) value spaces.
           01  ws-hist-column-line.
               05  filler                     pic x(38)
                   value "  TIMESTAMP       SOURCE    EVENT".
               05  filler                     pic x(94)
                   value "RETRY  DETAIL".
           01  ws-hist-detail-line.
               05  filler                     pic x(02) value spaces.
               05  hist-timestamp             pic x(14).
               05  filler                     pic x(02) value spaces.
               05  hist-source                pic x(08).
               05  filler                     pic x(02) value spaces.
               05  hist-event                 pic x(08).
               05  filler                     pic x(02) value spaces.
               05  hist-retry-count           pic zz.
               05  filler                     pic x(05) value spaces.
               05  hist-text                  pic x(40).
               05  filler                     pic x(47) value spaces.
           01  ws-hist-image-line.
               05  filler                     pic x(04) value spaces.
               05  hist-image-label           pic x(08).
               05  hist-image                 pic x(81).
               05  filler                     pic x(39) value spaces.
           01  ws-hist-total-line.
               05  hist-total-label           pic x(28).
               05  hist-total-count           pic zzzzzzzz9.
               05  filler                     pic x(95) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-write-dossier
                    varying req-ix from 1 by 1
                    until req-ix > ws-request-count.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 1100-read-parameter-cards.
                open output history-report-file.
                if ws-history-report-status not = "00"
                    display "CUSTHIST: CANNOT OPEN HISTORY-REPORT, "
                        "STATUS=" ws-history-report-status
                    move 16 to return-code
                    stop run
                end-if.
                open output history-extract-file.
                if ws-history-extract-status not = "00"
                    display "CUSTHIST: CANNOT OPEN HISTORY-EXTRACT, "
                        "STATUS=" ws-history-extract-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-hist-header-line to history-report-line.
                write history-report-line.
                perform 1200-load-master-state.
                perform 1300-load-archive-images.
                perform 1400-load-maint-audit.
                perform 1500-load-audit-log.
                move "ERRFILE" to ws-evt-source.
                perform 1600-load-error-file.
                move "ERRRCYC" to ws-evt-source.
                perform 1620-load-recycle-errors.
                perform 1700-load-rejects.
                move "ACKERR" to ws-evt-source.
                perform 1640-load-ack-errors.

           1100-read-parameter-cards.
                open input parm-file.
                if ws-parm-status not = "00"
                    display "CUSTHIST: CANNOT OPEN PARM-FILE, "
                        "STATUS=" ws-parm-status
                    move 16 to return-code
                    stop run
                end-if.
                perform 1110-read-parameter-card
                    until ws-parm-eof.
                close parm-file.
                if ws-request-count = zero
                    display "CUSTHIST: NO CUST-IDS ON THE CONTROL "
                        "CARDS, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.

           1110-read-parameter-card.
                read parm-file
                    at end
                        set ws-parm-eof to true
                    not at end
                        add 1 to ws-card-count
                        perform 1120-take-card-cust-id
                            varying ws-card-sub from 1 by 1
                            until ws-card-sub > 8
                end-read.

           1120-take-card-cust-id.
                if prm-cust-id (ws-card-sub) is numeric
                   and prm-cust-id (ws-card-sub) not = zero
                    move prm-cust-id (ws-card-sub) to ws-evt-cust-id
                    perform 1800-check-requested
                    if not ws-requested
                        perform 1130-add-request
                    end-if
                end-if.

           1130-add-request.
                if ws-request-count < 100
                    add 1 to ws-request-count
                    set req-ix to ws-request-count
                    move ws-evt-cust-id to ws-req-cust-id (req-ix)
                    move "NOTFOUND" to ws-req-state (req-ix)
                    move spaces to ws-req-image (req-ix)
                else
                    display "CUSTHIST: MORE THAN 100 CUST-IDS ON "
                        "THE CONTROL CARDS, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.

           1200-load-master-state.
                open input master-file.
                if ws-master-status not = "00"
                    display "CUSTHIST: CANNOT OPEN MASTER-FILE, "
                        "STATUS=" ws-master-status
                    move 16 to return-code
                    stop run
                end-if.
                perform 1210-read-master
                    varying req-ix from 1 by 1
                    until req-ix > ws-request-count.
                close master-file.

           1210-read-master.
                move ws-req-cust-id (req-ix) to mst-cust-id.
                read master-file
                    invalid key
                        continue
                    not invalid key
                        move "CUSTMST" to ws-req-state (req-ix)
                        move master-record to ws-req-image (req-ix)
                end-read.

           1300-load-archive-images.
                open input archive-file.
                if ws-archive-status = "35"
                    move "MSTARCH" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-archive-status not = "00"
                        display "CUSTHIST: CANNOT OPEN ARCHIVE-FILE, "
                            "STATUS=" ws-archive-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1310-read-archive-record
                        until ws-source-eof
                    close archive-file
                end-if.

           1310-read-archive-record.
                read archive-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-source-read-count
                        if arc-cust-id is numeric
                            move arc-cust-id to ws-evt-cust-id
                            perform 1800-check-requested
                            if ws-requested
                               and ws-req-state (req-ix)
                                    not = "CUSTMST"
                                move "MSTARCH"
                                    to ws-req-state (req-ix)
                                move archive-record
                                    to ws-req-image (req-ix)
                            end-if
                        end-if
                end-read.

           1400-load-maint-audit.
                open input maint-audit-file.
                if ws-maint-audit-status = "35"
                    move "MNTAUDIT" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-maint-audit-status not = "00"
                        display "CUSTHIST: CANNOT OPEN MAINT-AUDIT, "
                            "STATUS=" ws-maint-audit-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1410-read-maint-audit
                        until ws-source-eof
                    close maint-audit-file
                end-if.

           1410-read-maint-audit.
                read maint-audit-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-source-read-count
                        move mnt-cust-id to ws-evt-cust-id
                        perform 1800-check-requested
                        if ws-requested
                            perform 1420-store-maint-event
                        end-if
                end-read.

           1420-store-maint-event.
                move mnt-timestamp (1:16) to ws-evt-sort-key.
                move "MNTAUDIT" to ws-evt-source.
                move mnt-action to ws-evt-event.
                move zero to ws-evt-retry-count.
                evaluate mnt-action
                    when "CA"
                        move "CUSTOMER ADDED TO MASTER"
                            to ws-evt-text
                    when "CC"
                        move "CUSTOMER NAME CHANGED"
                            to ws-evt-text
                    when "CD"
                        move "CUSTOMER DELETED FROM MASTER"
                            to ws-evt-text
                    when "CX"
                        move "CONTINUATION NAME ABSORBED"
                            to ws-evt-text
                    when "BO"
                        move "MAINTENANCE BACKED OUT"
                            to ws-evt-text
                    when "LD"
                        move "MARKED DORMANT BY LIFECYCLE SWEEP"
                            to ws-evt-text
                    when "LP"
                        move "PURGED TO ARCHIVE BY LIFECYCLE SWEEP"
                            to ws-evt-text
                    when "QH"
                        move "QUARANTINED, HELD FROM PROCESSING"
                            to ws-evt-text
                    when "CR"
                        move "RELEASED FROM QUARANTINE"
                            to ws-evt-text
                    when other
                        move "MAINTENANCE ACTION" to ws-evt-text
                end-evaluate.
                move mnt-before-image to ws-evt-before-image.
                move mnt-after-image to ws-evt-after-image.
                perform 1850-store-event.

           1500-load-audit-log.
                open input audit-file.
                if ws-audit-status = "35"
                    move "AUDITLOG" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-audit-status not = "00"
                        display "CUSTHIST: CANNOT OPEN AUDIT-FILE, "
                            "STATUS=" ws-audit-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1510-read-audit-record
                        until ws-source-eof
                    close audit-file
                end-if.

           1510-read-audit-record.
                read audit-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-source-read-count
                        perform 8100-normalize-audit-layout
                        if aud-cust-id is numeric
                            move aud-cust-id to ws-evt-cust-id
                            perform 1800-check-requested
                            if ws-requested
                                perform 1520-store-audit-event
                            end-if
                        end-if
                end-read.

           1520-store-audit-event.
                move aud-timestamp (1:16) to ws-evt-sort-key.
                move "AUDITLOG" to ws-evt-source.
                move aud-status to ws-evt-event.
                move zero to ws-evt-retry-count.
                move spaces to ws-evt-text.
                string "PROG A=" aud-a
                       " B=" aud-b
                       " SEQ=" aud-i
                       delimited by size
                       into ws-evt-text
                end-string.
                move spaces to ws-evt-before-image.
                move spaces to ws-evt-after-image.
                move aud-first-name to ws-evt-after-image (1:30).
                move aud-second-name to ws-evt-after-image (31:30).
                perform 1850-store-event.

           1600-load-error-file.
                open input error-file.
                if ws-error-status = "35"
                    move "ERRFILE" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-error-status not = "00"
                        display "CUSTHIST: CANNOT OPEN ERROR-FILE, "
                            "STATUS=" ws-error-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1610-read-error-record
                        until ws-source-eof
                    close error-file
                end-if.

           1610-read-error-record.
                read error-file into ws-error-work
                    at end
                        set ws-source-eof to true
                    not at end
                        perform 1660-take-error-record
                end-read.

           1620-load-recycle-errors.
                open input recycle-error-file.
                if ws-recycle-error-status = "35"
                    move "ERRRCYC" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-recycle-error-status not = "00"
                        display "CUSTHIST: CANNOT OPEN RECYCLE-ERROR, "
                            "STATUS=" ws-recycle-error-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1630-read-recycle-error
                        until ws-source-eof
                    close recycle-error-file
                end-if.

           1630-read-recycle-error.
                read recycle-error-file into ws-error-work
                    at end
                        set ws-source-eof to true
                    not at end
                        perform 1660-take-error-record
                end-read.

           1640-load-ack-errors.
                open input ack-error-file.
                if ws-ack-error-status = "35"
                    move "ACKERR" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-ack-error-status not = "00"
                        display "CUSTHIST: CANNOT OPEN ACK-ERROR, "
                            "STATUS=" ws-ack-error-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1650-read-ack-error
                        until ws-source-eof
                    close ack-error-file
                end-if.

           1650-read-ack-error.
                read ack-error-file into ws-error-work
                    at end
                        set ws-source-eof to true
                    not at end
                        perform 1660-take-error-record
                end-read.

           1660-take-error-record.
                add 1 to ws-source-read-count.
                if wer-cust-id is numeric
                    move wer-cust-id to ws-evt-cust-id
                    perform 1800-check-requested
                    if ws-requested
                        move wer-timestamp (1:16) to ws-evt-sort-key
                        move wer-call-name to ws-evt-event
                        if wer-retry-count is numeric
                            move wer-retry-count
                                to ws-evt-retry-count
                        else
                            move zero to ws-evt-retry-count
                        end-if
                        move wer-message to ws-evt-text
                        move spaces to ws-evt-before-image
                        move spaces to ws-evt-after-image
                        perform 1850-store-event
                    end-if
                end-if.

           1700-load-rejects.
                open input reject-file.
                if ws-reject-status = "35"
                    move "CUSTREJ" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-reject-status not = "00"
                        display "CUSTHIST: CANNOT OPEN REJECT-FILE, "
                            "STATUS=" ws-reject-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 1710-read-reject-record
                        until ws-source-eof
                    close reject-file
                end-if.

           1710-read-reject-record.
                read reject-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-source-read-count
                        if rej-record-image (1:9) is numeric
                            move rej-record-image (1:9)
                                to ws-evt-cust-id
                            perform 1800-check-requested
                            if ws-requested
                                perform 1720-store-reject-event
                            end-if
                        end-if
                end-read.

           1720-store-reject-event.
                if rej-age-days is numeric
                    move rej-age-days to ws-reject-age
                else
                    move zero to ws-reject-age
                end-if.
                move all "9" to ws-evt-sort-key.
                move "CUSTREJ" to ws-evt-source.
                move rej-reason to ws-evt-event.
                move zero to ws-evt-retry-count.
                move spaces to ws-evt-text.
                string "FRONT-END REJECT, CARRIED "
                       ws-reject-age
                       " DAYS"
                       delimited by size
                       into ws-evt-text
                end-string.
                move spaces to ws-evt-before-image.
                move spaces to ws-evt-after-image.
                move rej-record-image to ws-evt-after-image.
                perform 1850-store-event.

           1800-check-requested.
                move "N" to ws-requested-flag.
                set req-ix to 1.
                search ws-request-entry
                    at end
                        continue
                    when req-ix > ws-request-count
                        continue
                    when ws-req-cust-id (req-ix) = ws-evt-cust-id
                        set ws-requested to true
                end-search.

           1850-store-event.
                if ws-timeline-count < 10000
                    add 1 to ws-timeline-count
                    move ws-timeline-count to ws-next-sub
                    move ws-evt-cust-id
                        to ws-tl-cust-id (ws-next-sub)
                    move ws-evt-sort-key
                        to ws-tl-sort-key (ws-next-sub)
                    move ws-evt-source
                        to ws-tl-source (ws-next-sub)
                    move ws-evt-event
                        to ws-tl-event (ws-next-sub)
                    move ws-evt-retry-count
                        to ws-tl-retry-count (ws-next-sub)
                    move ws-evt-text
                        to ws-tl-text (ws-next-sub)
                    move ws-evt-before-image
                        to ws-tl-before-image (ws-next-sub)
                    move ws-evt-after-image
                        to ws-tl-after-image (ws-next-sub)
                    move "N" to ws-tl-listed-flag (ws-next-sub)
                else
                    display "CUSTHIST: TIMELINE TABLE FULL, "
                        "ASK FOR FEWER CUST-IDS, ABENDING"
                    move 16 to return-code
                    stop run
                end-if.

           1900-note-missing-source.
                add 1 to ws-missing-source-count.
                move ws-missing-source to hist-missing-source.
                move ws-hist-missing-line to history-report-line.
                write history-report-line.
                display "CUSTHIST: " ws-missing-source
                    " NOT AVAILABLE, OMITTED FROM DOSSIERS".

           2000-write-dossier.
                move zero to ws-customer-event-count.
                move spaces to history-report-line.
                write history-report-line.
                move ws-req-cust-id (req-ix) to hist-cust-id.
                evaluate ws-req-state (req-ix)
                    when "CUSTMST"
                        move "ON CUSTOMER MASTER" to hist-state-text
                    when "MSTARCH"
                        move "PURGED, ARCHIVED MASTER IMAGE SHOWN"
                            to hist-state-text
                    when other
                        move "NOT ON MASTER OR ARCHIVE"
                            to hist-state-text
                end-evaluate.
                move ws-hist-customer-line to history-report-line.
                write history-report-line.
                if ws-req-state (req-ix) not = "NOTFOUND"
                    move "MASTER: " to hist-image-label
                    move ws-req-image (req-ix) to hist-image
                    move ws-hist-image-line to history-report-line
                    write history-report-line
                end-if.
                perform 2050-write-state-extract.
                move ws-hist-column-line to history-report-line.
                write history-report-line.
                set ws-event-found to true.
                perform 2100-list-next-event
                    until not ws-event-found.
                if ws-customer-event-count = zero
                   and ws-req-state (req-ix) = "NOTFOUND"
                    add 1 to ws-no-history-count
                    move spaces to ws-hist-detail-line
                    move "NO HISTORY IN ANY SOURCE FILE"
                        to hist-text
                    move ws-hist-detail-line to history-report-line
                    write history-report-line
                end-if.
                move "EVENTS LISTED:" to hist-total-label.
                move ws-customer-event-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.

           2050-write-state-extract.
                move spaces to history-extract-record.
                move ws-req-cust-id (req-ix) to hx-cust-id.
                move ws-req-state (req-ix) to hx-source.
                move "STATE" to hx-event.
                move zero to hx-retry-count.
                move hist-state-text to hx-text.
                move ws-req-image (req-ix) to hx-after-image.
                write history-extract-record.
                add 1 to ws-extract-count.

           2100-list-next-event.
                move "N" to ws-event-found-flag.
                move zero to ws-next-sub.
                perform 2110-test-timeline-entry
                    varying ws-scan-sub from 1 by 1
                    until ws-scan-sub > ws-timeline-count.
                if ws-next-sub not = zero
                    set ws-event-found to true
                    move "Y" to ws-tl-listed-flag (ws-next-sub)
                    perform 2200-write-event
                end-if.

           2110-test-timeline-entry.
                if ws-tl-cust-id (ws-scan-sub)
                        = ws-req-cust-id (req-ix)
                   and not ws-tl-listed (ws-scan-sub)
                    if ws-next-sub = zero
                        move ws-scan-sub to ws-next-sub
                    else
                        if ws-tl-sort-key (ws-scan-sub)
                                < ws-tl-sort-key (ws-next-sub)
                            move ws-scan-sub to ws-next-sub
                        end-if
                    end-if
                end-if.

           2200-write-event.
                add 1 to ws-customer-event-count.
                add 1 to ws-event-count.
                move spaces to ws-hist-detail-line.
                if ws-tl-sort-key (ws-next-sub) = all "9"
                    move "CURRENT FILE" to hist-timestamp
                else
                    move ws-tl-sort-key (ws-next-sub) (1:14)
                        to hist-timestamp
                end-if.
                move ws-tl-source (ws-next-sub) to hist-source.
                move ws-tl-event (ws-next-sub) to hist-event.
                move ws-tl-retry-count (ws-next-sub)
                    to hist-retry-count.
                move ws-tl-text (ws-next-sub) to hist-text.
                move ws-hist-detail-line to history-report-line.
                write history-report-line.
                if ws-tl-source (ws-next-sub) = "MNTAUDIT"
                    move "BEFORE: " to hist-image-label
                    move ws-tl-before-image (ws-next-sub)
                        to hist-image
                    move ws-hist-image-line to history-report-line
                    write history-report-line
                    move "AFTER:  " to hist-image-label
                    move ws-tl-after-image (ws-next-sub)
                        to hist-image
                    move ws-hist-image-line to history-report-line
                    write history-report-line
                else
                    if ws-tl-after-image (ws-next-sub) not = spaces
                        move "RECORD: " to hist-image-label
                        move ws-tl-after-image (ws-next-sub)
                            to hist-image
                        move ws-hist-image-line
                            to history-report-line
                        write history-report-line
                    end-if
                end-if.
                perform 2250-write-event-extract.

           2250-write-event-extract.
                move spaces to history-extract-record.
                move ws-tl-cust-id (ws-next-sub) to hx-cust-id.
                if ws-tl-sort-key (ws-next-sub) not = all "9"
                    move ws-tl-sort-key (ws-next-sub) (1:14)
                        to hx-timestamp
                end-if.
                move ws-tl-source (ws-next-sub) to hx-source.
                move ws-tl-event (ws-next-sub) to hx-event.
                move ws-tl-retry-count (ws-next-sub)
                    to hx-retry-count.
                move ws-tl-text (ws-next-sub) to hx-text.
                move ws-tl-before-image (ws-next-sub)
                    to hx-before-image.
                move ws-tl-after-image (ws-next-sub)
                    to hx-after-image.
                write history-extract-record.
                add 1 to ws-extract-count.

           3000-finalize.
                move spaces to history-report-line.
                write history-report-line.
                move "CUSTOMERS REQUESTED:" to hist-total-label.
                move ws-request-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.
                move "SOURCE RECORDS READ:" to hist-total-label.
                move ws-source-read-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.
                move "TIMELINE EVENTS LISTED:" to hist-total-label.
                move ws-event-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.
                move "CUSTOMERS WITH NO HISTORY:" to hist-total-label.
                move ws-no-history-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.
                move "SOURCES NOT AVAILABLE:" to hist-total-label.
                move ws-missing-source-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.
                move "EXTRACT RECORDS WRITTEN:" to hist-total-label.
                move ws-extract-count to hist-total-count.
                move ws-hist-total-line to history-report-line.
                write history-report-line.
                close history-report-file.
                close history-extract-file.
                display "CUSTHIST: CUSTOMERS REQUESTED   "
                    ws-request-count.
                display "CUSTHIST: TIMELINE EVENTS       "
                    ws-event-count.
                display "CUSTHIST: CUSTOMERS NO HISTORY  "
                    ws-no-history-count.
                if ws-no-history-count not = zero
                   or ws-missing-source-count not = zero
                    move 4 to return-code
                else
                    move zero to return-code
                end-if.

           copy "audcnvrt.cpy".
