           identification division.
              program-id.  custcens.
           environment division.
           input-output section.
           file-control.
               select parm-file assign to "CENSPARM"
                   organization line sequential
                   file status is ws-parm-status.
               select master-file assign to "CUSTMST"
                   organization indexed
                   access sequential
                   record key is mst-cust-id
                   file status is ws-master-status.
               select maint-audit-file assign to "MNTAUDIT"
                   organization line sequential
                   file status is ws-maint-audit-status.
               select archive-file assign to "MSTARCH"
                   organization line sequential
                   file status is ws-archive-status.
               select audit-file assign to "AUDITLOG"
                   organization line sequential
                   file status is ws-audit-status.
               select ack-total-file assign to "ACKMTOT"
                   organization line sequential
                   file status is ws-ack-total-status.
               select census-history-file assign to "CENSHIST"
                   organization line sequential
                   file status is ws-census-history-status.
               select census-report-file assign to "CENSRPT"
                   organization line sequential
                   file status is ws-census-report-status.
               select bizdate-file assign to "BIZDATE"
                   organization line sequential
                   file status is ws-bizdate-status.
           data division.
           file section.
           fd  parm-file.
           01  parm-record.
               05  prm-census-month           pic x(06).
               05  prm-threshold-pct          pic x(03).
               05  filler                     pic x(71).

           fd  master-file.
           01  master-record.
               copy "custmast.cpy".

           fd  maint-audit-file.
           01  maint-audit-record.
               copy "mntaudit.cpy".

           fd  archive-file.
           01  archive-record                 pic x(81).

           fd  audit-file.
           01  audit-record.
               copy "auditrec.cpy".

           fd  ack-total-file.
           01  ack-total-record.
               copy "ctltot.cpy".

           fd  census-history-file.
           01  census-history-record.
               copy "census.cpy".

           fd  census-report-file.
           01  census-report-line             pic x(132).

           fd  bizdate-file.
           01  bizdate-record.
               copy "bizdate.cpy".

           working-storage section.
           01  ws-bizdate-fields.
               copy "bizdtwk.cpy".

           01  ws-file-status-group.
               05  ws-parm-status             pic xx.
               05  ws-master-status           pic xx.
               05  ws-maint-audit-status      pic xx.
               05  ws-archive-status          pic xx.
               05  ws-audit-status            pic xx.
               05  ws-ack-total-status        pic xx.
               05  ws-census-history-status   pic xx.
               05  ws-census-report-status    pic xx.

           01  ws-flags.
               05  ws-source-eof-flag         pic x value "N".
                   88  ws-source-eof          value "Y".
               05  ws-history-found-flag      pic x value "N".
                   88  ws-history-found       value "Y".
               05  ws-compare-flag            pic x value "N".
                   88  ws-compare-flagged     value "Y".
               05  ws-mom-flag                pic x value "N".
                   88  ws-mom-flagged         value "Y".
               05  ws-yoy-flag                pic x value "N".
                   88  ws-yoy-flagged         value "Y".

           01  ws-census-values.
               05  ws-census-month            pic x(06).
               05  ws-census-month-parts
                   redefines ws-census-month.
                   10  ws-census-yyyy         pic 9(4).
                   10  ws-census-mm           pic 9(2).
               05  ws-prior-month             pic x(06).
               05  ws-prior-month-parts
                   redefines ws-prior-month.
                   10  ws-prior-yyyy          pic 9(4).
                   10  ws-prior-mm            pic 9(2).
               05  ws-prior-year-month        pic x(06).
               05  ws-prior-year-parts
                   redefines ws-prior-year-month.
                   10  ws-prior-year-yyyy     pic 9(4).
                   10  ws-prior-year-mm       pic 9(2).
               05  ws-threshold-pct           pic 9(3) value 25.

           01  ws-census-counts.
               05  ws-active-count            pic 9(9) value zero.
               05  ws-dormant-count           pic 9(9) value zero.
               05  ws-quarantined-count       pic 9(9) value zero.
               05  ws-cx-name-count           pic 9(9) value zero.
               05  ws-added-count             pic 9(9) value zero.
               05  ws-changed-count           pic 9(9) value zero.
               05  ws-deleted-count           pic 9(9) value zero.
               05  ws-purged-count            pic 9(9) value zero.
               05  ws-archive-count           pic 9(9) value zero.
               05  ws-processed-count         pic 9(9) value zero.
               05  ws-recycled-count          pic 9(9) value zero.
               05  ws-failed-count            pic 9(9) value zero.
               05  ws-downstream-rej-count    pic 9(9) value zero.
           01  ws-census-count-table
               redefines ws-census-counts.
               05  ws-census-count            pic 9(9)
                                              occurs 13 times.

           01  ws-counters.
               05  ws-master-read-count       pic 9(9) value zero.
               05  ws-maint-read-count        pic 9(9) value zero.
               05  ws-audit-read-count        pic 9(9) value zero.
               05  ws-ack-read-count          pic 9(9) value zero.
               05  ws-history-read-count      pic 9(9) value zero.
               05  ws-missing-source-count    pic 9(9) value zero.
               05  ws-flagged-count           pic 9(9) value zero.
               05  ws-cat-sub                 pic 9(3) usage binary.
               05  ws-hist-sub                pic 9(5) usage binary.
               05  ws-hist-match-sub          pic 9(5) usage binary.
               05  ws-prior-month-sub         pic 9(5) usage binary
                                              value zero.
               05  ws-prior-year-sub          pic 9(5) usage binary
                                              value zero.
               05  ws-ack-day                 pic 9(2).

           01  ws-missing-source              pic x(08).

           01  ws-compare-fields.
               05  ws-compare-current         pic 9(9).
               05  ws-compare-prior           pic 9(9).
               05  ws-compare-text            pic x(08).
               05  ws-deviation-pct           pic s9(11)v9.
               05  ws-deviation-abs           pic 9(11)v9.
               05  ws-pct-edit                pic +++++9.9.
               05  ws-count-edit              pic zzz,zzz,zz9.

           01  ws-old-layout-fields.
               copy "audcnvwk.cpy".

           01  ws-ack-day-table.
               05  ws-ack-day-rejected        pic 9(9) value zero
                                              occurs 31 times.

           01  ws-history-table.
               05  ws-hist-count              pic 9(5) usage binary
                                              value zero.
               05  ws-hist-entry
                   occurs 600 times.
                   10  ws-hist-month          pic x(06).
                   10  ws-hist-run-date       pic x(08).
                   10  ws-hist-value          pic 9(9)
                                              occurs 13 times.

           01  ws-category-values.
               05  filler                     pic x(36)
                   value "ACTIVE CUSTOMERS          CUSTMST   ".
               05  filler                     pic x(36)
                   value "DORMANT CUSTOMERS         CUSTMST   ".
               05  filler                     pic x(36)
                   value "QUARANTINED CUSTOMERS     CUSTMST   ".
               05  filler                     pic x(36)
                   value "CX CONTINUATION NAMES     CUSTMST   ".
               05  filler                     pic x(36)
                   value "CUSTOMERS ADDED           MNTAUDIT  ".
               05  filler                     pic x(36)
                   value "CUSTOMERS CHANGED         MNTAUDIT  ".
               05  filler                     pic x(36)
                   value "CUSTOMERS DELETED         MNTAUDIT  ".
               05  filler                     pic x(36)
                   value "CUSTOMERS PURGED          MNTAUDIT  ".
               05  filler                     pic x(36)
                   value "ARCHIVE MASTER TOTAL      MSTARCH   ".
               05  filler                     pic x(36)
                   value "PROG PROCESSED            AUDITLOG  ".
               05  filler                     pic x(36)
                   value "PROG RECYCLED             AUDITLOG  ".
               05  filler                     pic x(36)
                   value "PROG FAILED               AUDITLOG  ".
               05  filler                     pic x(36)
                   value "DOWNSTREAM REJECTED       ACKMTOT   ".
           01  ws-category-table
               redefines ws-category-values.
               05  ws-category-entry
                   occurs 13 times.
                   10  ws-cat-name            pic x(26).
                   10  ws-cat-source          pic x(10).

           01  ws-cens-header-line.
               05  filler                     pic x(132)
                   value "MONTH-END CUSTOMER CENSUS".
           01  ws-cens-criteria-line.
               05  filler                     pic x(13)
                   value "CENSUS MONTH ".
               05  cens-crit-month            pic x(06).
               05  filler                     pic x(16)
                   value "  BUSINESS DATE ".
               05  cens-crit-business-date    pic x(08).
               05  filler                     pic x(12)
                   value "  THRESHOLD ".
               05  cens-crit-pct              pic zz9.
               05  filler                     pic x(08)
                   value " PERCENT".
               05  filler                     pic x(14)
                   value "  PRIOR MONTH ".
               05  cens-crit-prior-month      pic x(06).
               05  filler                     pic x(13)
                   value "  PRIOR YEAR ".
               05  cens-crit-prior-year       pic x(06).
               05  filler                     pic x(27) value spaces.
           01  ws-cens-missing-line.
               05  filler                     pic x(31)
                   value "SOURCE NOT AVAILABLE, OMITTED: ".
               05  cens-missing-source        pic x(08).
               05  filler                     pic x(93) value spaces.
           01  ws-cens-section-line.
               05  cens-section-title         pic x(132).
           01  ws-cens-column-line.
               05  filler                     pic x(40)
                   value "  CATEGORY                    SOURCE".
               05  filler                     pic x(40)
                   value "   THIS MONTH  PRIOR MONTH    MOM-PCT".
               05  filler                     pic x(52)
                   value "PRIOR YEAR    YOY-PCT  FLAG".
           01  ws-cens-detail-line.
               05  filler                     pic x(02) value spaces.
               05  cens-cat-name              pic x(26).
               05  filler                     pic x(02) value spaces.
               05  cens-cat-source            pic x(10).
               05  filler                     pic x(02) value spaces.
               05  cens-current               pic zzz,zzz,zz9.
               05  filler                     pic x(02) value spaces.
               05  cens-prior-month           pic x(11).
               05  filler                     pic x(03) value spaces.
               05  cens-mom-pct               pic x(08).
               05  filler                     pic x(02) value spaces.
               05  cens-prior-year            pic x(11).
               05  filler                     pic x(03) value spaces.
               05  cens-yoy-pct               pic x(08).
               05  filler                     pic x(02) value spaces.
               05  cens-flag                  pic x(11).
               05  filler                     pic x(18) value spaces.
           01  ws-cens-total-line.
               05  cens-total-label           pic x(28).
               05  cens-total-count           pic zzzzzzzz9.
               05  filler                     pic x(95) value spaces.

           procedure division.
           0000-main-logic.
                perform 1000-initialize.
                perform 2000-count-master.
                perform 2100-count-maint-audit.
                perform 2200-count-archive.
                perform 2300-count-audit-log.
                perform 2400-count-ack-totals.
                perform 2500-load-census-history.
                perform 2600-write-census-snapshot.
                perform 2700-print-census.
                perform 3000-finalize.
                goback.

           1000-initialize.
                perform 8200-read-business-date.
                move ws-business-date (1:6) to ws-census-month.
                perform 1100-read-parameter-card.
                if ws-census-month is not numeric
                   or ws-census-mm < 1
                   or ws-census-mm > 12
                    display "CUSTCENS: INVALID CENSUS MONTH "
                        ws-census-month ", ABENDING"
                    move 16 to return-code
                    stop run
                end-if.
                perform 1200-set-comparison-months.
                open output census-report-file.
                if ws-census-report-status not = "00"
                    display "CUSTCENS: CANNOT OPEN CENSUS-REPORT, "
                        "STATUS=" ws-census-report-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-cens-header-line to census-report-line.
                write census-report-line.
                move ws-census-month to cens-crit-month.
                move ws-business-date to cens-crit-business-date.
                move ws-threshold-pct to cens-crit-pct.
                move ws-prior-month to cens-crit-prior-month.
                move ws-prior-year-month to cens-crit-prior-year.
                move ws-cens-criteria-line to census-report-line.
                write census-report-line.

           1100-read-parameter-card.
                open input parm-file.
                if ws-parm-status = "35"
                    continue
                else
                    if ws-parm-status not = "00"
                        display "CUSTCENS: CANNOT OPEN PARM-FILE, "
                            "STATUS=" ws-parm-status
                        move 16 to return-code
                        stop run
                    end-if
                    read parm-file
                        at end
                            continue
                        not at end
                            if prm-census-month not = spaces
                                move prm-census-month
                                    to ws-census-month
                            end-if
                            if prm-threshold-pct is numeric
                               and prm-threshold-pct not = "000"
                                move prm-threshold-pct
                                    to ws-threshold-pct
                            end-if
                    end-read
                    close parm-file
                end-if.

           1200-set-comparison-months.
                if ws-census-mm = 1
                    compute ws-prior-yyyy = ws-census-yyyy - 1
                    move 12 to ws-prior-mm
                else
                    move ws-census-yyyy to ws-prior-yyyy
                    compute ws-prior-mm = ws-census-mm - 1
                end-if.
                compute ws-prior-year-yyyy = ws-census-yyyy - 1.
                move ws-census-mm to ws-prior-year-mm.

           1900-note-missing-source.
                add 1 to ws-missing-source-count.
                move ws-missing-source to cens-missing-source.
                move ws-cens-missing-line to census-report-line.
                write census-report-line.
                display "CUSTCENS: " ws-missing-source
                    " NOT AVAILABLE, OMITTED FROM CENSUS".

           2000-count-master.
                open input master-file.
                if ws-master-status not = "00"
                    display "CUSTCENS: CANNOT OPEN MASTER-FILE, "
                        "STATUS=" ws-master-status
                    move 16 to return-code
                    stop run
                end-if.
                move "N" to ws-source-eof-flag.
                perform 2010-read-master-record
                    until ws-source-eof.
                close master-file.

           2010-read-master-record.
                read master-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-master-read-count
                        evaluate mst-status
                            when "AC"
                                add 1 to ws-active-count
                            when "DM"
                                add 1 to ws-dormant-count
                            when "QU"
                                add 1 to ws-quarantined-count
                        end-evaluate
                        if mst-first-name (11:20) not = spaces
                           or mst-second-name (11:20) not = spaces
                            add 1 to ws-cx-name-count
                        end-if
                end-read.

           2100-count-maint-audit.
                open input maint-audit-file.
                if ws-maint-audit-status = "35"
                    move "MNTAUDIT" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-maint-audit-status not = "00"
                        display "CUSTCENS: CANNOT OPEN MAINT-AUDIT, "
                            "STATUS=" ws-maint-audit-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 2110-read-maint-audit-record
                        until ws-source-eof
                    close maint-audit-file
                end-if.

           2110-read-maint-audit-record.
                read maint-audit-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-maint-read-count
                        if mnt-timestamp (1:6) = ws-census-month
                            evaluate mnt-action
                                when "CA"
                                    add 1 to ws-added-count
                                when "CC"
                                    add 1 to ws-changed-count
                                when "CD"
                                    add 1 to ws-deleted-count
                                when "LP"
                                    add 1 to ws-purged-count
                            end-evaluate
                        end-if
                end-read.

           2200-count-archive.
                open input archive-file.
                if ws-archive-status = "35"
                    move "MSTARCH" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-archive-status not = "00"
                        display "CUSTCENS: CANNOT OPEN ARCHIVE-FILE, "
                            "STATUS=" ws-archive-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 2210-read-archive-record
                        until ws-source-eof
                    close archive-file
                end-if.

           2210-read-archive-record.
                read archive-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-archive-count
                end-read.

           2300-count-audit-log.
                open input audit-file.
                if ws-audit-status = "35"
                    move "AUDITLOG" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-audit-status not = "00"
                        display "CUSTCENS: CANNOT OPEN AUDIT-FILE, "
                            "STATUS=" ws-audit-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 2310-read-audit-record
                        until ws-source-eof
                    close audit-file
                end-if.

           2310-read-audit-record.
                read audit-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-audit-read-count
                        perform 8100-normalize-audit-layout
                        if aud-timestamp (1:6) = ws-census-month
                            evaluate aud-status
                                when "OK  "
                                    add 1 to ws-processed-count
                                when "RCYC"
                                    add 1 to ws-recycled-count
                                when "FAIL"
                                    add 1 to ws-failed-count
                            end-evaluate
                        end-if
                end-read.

           2400-count-ack-totals.
                open input ack-total-file.
                if ws-ack-total-status = "35"
                    move "ACKMTOT" to ws-missing-source
                    perform 1900-note-missing-source
                else
                    if ws-ack-total-status not = "00"
                        display "CUSTCENS: CANNOT OPEN ACK-TOTALS, "
                            "STATUS=" ws-ack-total-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 2410-read-ack-total-record
                        until ws-source-eof
                    close ack-total-file
                    perform 2420-add-ack-day
                        varying ws-ack-day from 1 by 1
                        until ws-ack-day > 31
                end-if.

           2410-read-ack-total-record.
                read ack-total-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-ack-read-count
                        if tot-program = "PROGACKM"
                           and tot-name = "DETAILS REJECTED"
                           and tot-run-date (1:6) = ws-census-month
                           and tot-run-date (7:2) is numeric
                           and tot-run-date (7:2) >= "01"
                           and tot-run-date (7:2) <= "31"
                           and tot-value is numeric
                            move tot-run-date (7:2) to ws-ack-day
                            move tot-value
                                to ws-ack-day-rejected (ws-ack-day)
                        end-if
                end-read.

           2420-add-ack-day.
                add ws-ack-day-rejected (ws-ack-day)
                    to ws-downstream-rej-count.

           2500-load-census-history.
                open input census-history-file.
                if ws-census-history-status = "35"
                    display "CUSTCENS: NO CENSUS HISTORY, "
                        "FIRST SNAPSHOT"
                else
                    if ws-census-history-status not = "00"
                        display "CUSTCENS: CANNOT OPEN CENSUS-HISTORY, "
                            "STATUS=" ws-census-history-status
                        move 16 to return-code
                        stop run
                    end-if
                    move "N" to ws-source-eof-flag
                    perform 2510-read-census-history
                        until ws-source-eof
                    close census-history-file
                end-if.
                perform 2530-match-comparison-month
                    varying ws-hist-sub from 1 by 1
                    until ws-hist-sub > ws-hist-count.

           2510-read-census-history.
                read census-history-file
                    at end
                        set ws-source-eof to true
                    not at end
                        add 1 to ws-history-read-count
                        if cen-month is numeric
                            move "N" to ws-history-found-flag
                            perform 2520-match-history-month
                                varying ws-hist-sub from 1 by 1
                                until ws-hist-sub > ws-hist-count
                                   or ws-history-found
                            if ws-history-found
                                move ws-hist-match-sub to ws-hist-sub
                            else
                                if ws-hist-count = 600
                                    display "CUSTCENS: CENSUS HISTORY "
                                        "TABLE FULL, ABENDING"
                                    move 16 to return-code
                                    stop run
                                end-if
                                add 1 to ws-hist-count
                                move ws-hist-count to ws-hist-sub
                            end-if
                            move census-history-record
                                to ws-hist-entry (ws-hist-sub)
                        end-if
                end-read.

           2520-match-history-month.
                if ws-hist-month (ws-hist-sub) = cen-month
                    set ws-history-found to true
                    move ws-hist-sub to ws-hist-match-sub
                end-if.

           2530-match-comparison-month.
                if ws-hist-month (ws-hist-sub) = ws-prior-month
                    move ws-hist-sub to ws-prior-month-sub
                end-if.
                if ws-hist-month (ws-hist-sub) = ws-prior-year-month
                    move ws-hist-sub to ws-prior-year-sub
                end-if.

           2600-write-census-snapshot.
                open extend census-history-file.
                if ws-census-history-status not = "00"
                    open output census-history-file
                end-if.
                if ws-census-history-status not = "00"
                    display "CUSTCENS: CANNOT OPEN CENSUS-HISTORY, "
                        "STATUS=" ws-census-history-status
                    move 16 to return-code
                    stop run
                end-if.
                move ws-census-month to cen-month.
                move ws-business-date to cen-run-date.
                perform 2610-move-census-count
                    varying ws-cat-sub from 1 by 1
                    until ws-cat-sub > 13.
                write census-history-record.
                if ws-census-history-status not = "00"
                    display "CUSTCENS: CENSUS-HISTORY WRITE FAILED, "
                        "STATUS=" ws-census-history-status
                    move 16 to return-code
                    stop run
                end-if.
                close census-history-file.

           2610-move-census-count.
                move ws-census-count (ws-cat-sub)
                    to cen-count (ws-cat-sub).

           2700-print-census.
                move "CENSUS CATEGORIES" to cens-section-title.
                move ws-cens-section-line to census-report-line.
                write census-report-line.
                move ws-cens-column-line to census-report-line.
                write census-report-line.
                perform 2710-print-category
                    varying ws-cat-sub from 1 by 1
                    until ws-cat-sub > 13.

           2710-print-category.
                move ws-cat-name (ws-cat-sub) to cens-cat-name.
                move ws-cat-source (ws-cat-sub) to cens-cat-source.
                move ws-census-count (ws-cat-sub) to cens-current.
                move ws-census-count (ws-cat-sub)
                    to ws-compare-current.
                move "N" to ws-mom-flag.
                move "N" to ws-yoy-flag.
                if ws-prior-month-sub = zero
                    move "NO HIST" to cens-prior-month
                    move spaces to cens-mom-pct
                else
                    move ws-hist-value (ws-prior-month-sub, ws-cat-sub)
                        to ws-compare-prior
                    move ws-compare-prior to ws-count-edit
                    move ws-count-edit to cens-prior-month
                    perform 2720-compare-count
                    move ws-compare-text to cens-mom-pct
                    move ws-compare-flag to ws-mom-flag
                end-if.
                if ws-prior-year-sub = zero
                    move "NO HIST" to cens-prior-year
                    move spaces to cens-yoy-pct
                else
                    move ws-hist-value (ws-prior-year-sub, ws-cat-sub)
                        to ws-compare-prior
                    move ws-compare-prior to ws-count-edit
                    move ws-count-edit to cens-prior-year
                    perform 2720-compare-count
                    move ws-compare-text to cens-yoy-pct
                    move ws-compare-flag to ws-yoy-flag
                end-if.
                evaluate true
                    when ws-mom-flagged and ws-yoy-flagged
                        move "MOM AND YOY" to cens-flag
                    when ws-mom-flagged
                        move "MOM" to cens-flag
                    when ws-yoy-flagged
                        move "YOY" to cens-flag
                    when other
                        move spaces to cens-flag
                end-evaluate.
                if ws-mom-flagged or ws-yoy-flagged
                    add 1 to ws-flagged-count
                end-if.
                move ws-cens-detail-line to census-report-line.
                write census-report-line.

           2720-compare-count.
                move "N" to ws-compare-flag.
                if ws-compare-prior = zero
                    if ws-compare-current = zero
                        move zero to ws-deviation-pct
                        move ws-deviation-pct to ws-pct-edit
                        move ws-pct-edit to ws-compare-text
                    else
                        move "     NEW" to ws-compare-text
                        set ws-compare-flagged to true
                    end-if
                else
                    compute ws-deviation-pct rounded =
                        (ws-compare-current - ws-compare-prior)
                        * 100 / ws-compare-prior
                    move ws-deviation-pct to ws-deviation-abs
                    if ws-deviation-abs > ws-threshold-pct
                        set ws-compare-flagged to true
                    end-if
                    if ws-deviation-abs > 99999.9
                        if ws-deviation-pct < zero
                            move -99999.9 to ws-deviation-pct
                        else
                            move 99999.9 to ws-deviation-pct
                        end-if
                    end-if
                    move ws-deviation-pct to ws-pct-edit
                    move ws-pct-edit to ws-compare-text
                end-if.

           3000-finalize.
                move "SOURCES" to cens-section-title.
                move ws-cens-section-line to census-report-line.
                write census-report-line.
                move "CUSTMST RECORDS READ:" to cens-total-label.
                move ws-master-read-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "MNTAUDIT RECORDS READ:" to cens-total-label.
                move ws-maint-read-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "MSTARCH RECORDS READ:" to cens-total-label.
                move ws-archive-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "AUDITLOG RECORDS READ:" to cens-total-label.
                move ws-audit-read-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "ACKMTOT RECORDS READ:" to cens-total-label.
                move ws-ack-read-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "CENSHIST SNAPSHOTS READ:" to cens-total-label.
                move ws-history-read-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "SOURCES NOT AVAILABLE:" to cens-total-label.
                move ws-missing-source-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                move "CATEGORIES FLAGGED:" to cens-total-label.
                move ws-flagged-count to cens-total-count.
                move ws-cens-total-line to census-report-line.
                write census-report-line.
                close census-report-file.
                display "CUSTCENS: CENSUS MONTH        "
                    ws-census-month.
                display "CUSTCENS: CATEGORIES FLAGGED  "
                    ws-flagged-count.
                display "CUSTCENS: SOURCES MISSING     "
                    ws-missing-source-count.
                if ws-flagged-count not = zero
                   or ws-missing-source-count not = zero
                    move 4 to return-code
                else
                    move zero to return-code
                end-if.

           copy "audcnvrt.cpy".

           copy "bizdtrd.cpy".
