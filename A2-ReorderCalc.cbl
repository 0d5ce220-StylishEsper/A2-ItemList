       identification division.
       program-id. A2-ReorderCalc as "A2_ItemList.A2-ReorderCalc".
       author. Ahmed Butt.
       date-written. 2026-10-15.

       environment division.
       configuration section.

       input-output section.
       file-control.

           *> day-level sales and credits for the months not yet rolled
           *> up - each record carries the branch that sold it
           select history-file
               assign to "../../../A2-ItemList/A2.hst"
               organization is line sequential
               file status is ws-history-status.

           *> closed-month rollups written by A2-MonthEnd - a month's
           *> figures live either here or still as detail in A2.hst,
           *> never both, so reading the two together can't double count
           select summary-file
               assign to "../../../A2-ItemList/A2.sum"
               organization is line sequential
               file status is ws-summary-status.

           *> read only - the current reorder point and preferred vendor
           *> for every branch/item. the new points reach the master
           *> through A2-ItemMaint, never from here.
           select master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed
               access mode is sequential
               record key is im-item-key
               file status is ws-master-status.

           *> vendor master - the preferred vendor's lead time is the
           *> lead time the new point has to cover
           select vendor-file
               assign to "../../../A2-ItemList/A2.vnd"
               organization is line sequential
               file status is ws-vendor-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> the accepted changes go out as ordinary P transactions on
           *> the end of the stockroom's file, so they take A2-ItemMaint's
           *> edits and show on its A2.mnl audit listing like any other
           select transaction-file
               assign to "../../../A2-ItemList/A2.trn"
               organization is line sequential
               file status is ws-transaction-status.

           *> review report - one line per branch/item on the master,
           *> current point against recommended point
           select report-file
               assign to "../../../A2-ItemList/A2.rpr"
               organization is line sequential
               file status is ws-report-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> the business date ends the movement window, and the
           *> reorder fields set its length, the safety factor and the
           *> fallback lead time
           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
               file status is ws-param-status.

           select sort-work-file
               assign to "sortwk09".

       data division.
       file section.

       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         05 hs-run-date pic 9(8).
         05 hs-qty pic 999.
         05 hs-extended-price pic 9999999v99.
         05 hs-discount-amount pic 999999v99.
         05 hs-net-price pic 9999999v99.
         05 hs-transportation-charge pic 9999999v99.
         05 hs-class pic x.
         *> R = customer credit - the goods came back, so it takes
         *> movement off rather than adding to it
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

       fd summary-file
           data record is ms-summary-record
           record contains 64 characters.

       01 ms-summary-record.
         05 ms-item-number pic x(4).
         05 ms-yyyymm pic 9(6).
         05 ms-class pic x.
         *> net of customer credits - signed, sign in the last digit
         05 ms-qty-total pic s9(7).
         05 ms-ext-total pic s9(9)v99.
         05 ms-disc-total pic s9(9)v99.
         05 ms-net-total pic s9(9)v99.
         05 ms-transp-total pic s9(9)v99.
         *> selling branch - blank on rows rolled up before history
         *> carried one
         05 ms-branch pic xx.

       fd master-file
           data record is im-master-record.

       01 im-master-record.
         05 im-item-key.
           10 im-branch pic xx.
           10 im-item-number pic x(4).
         05 im-description pic x(13).
         05 im-class pic x.
         05 im-standard-cost pic 9999v99.
         05 im-reorder-point pic 9(5).
         05 im-on-hand-qty pic s9(5).
         *> receipt costing: the unit cost on the most recent costed
         *> receipt, and the weighted-average cost recomputed at each
         *> costed receipt. both stay zero until a costed receipt
         *> arrives, and the valuation falls back to standard cost
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

       fd vendor-file
           data record is vn-vendor-record
           record contains 140 characters.

       01 vn-vendor-record.
         05 vn-vendor-number pic x(6).
         05 vn-name pic x(30).
         05 vn-address-1 pic x(30).
         05 vn-address-2 pic x(30).
         05 vn-address-3 pic x(30).
         *> calendar days from order date to expected delivery
         05 vn-lead-days pic 9(3).
         05 vn-minimum-order pic 9(7)v99.
         05 filler pic x(2).

       fd branch-file
           data record is br-branch-record
           record contains 37 characters.

       01 br-branch-record.
         05 br-branch-code pic xx.
         05 br-branch-name pic x(20).
         05 br-region pic x(10).
         *> A = active, C = closed - a closed branch takes no new
         *> sales, maintenance or counts
         05 br-status pic x.
         *> S = stocking branch, T = the in-transit holding branch that
         *> stock shipped between branches sits under until it arrives
         05 br-branch-type pic x.
         *> company segment of the ledger the branch posts under
         05 br-gl-company pic x(3).

       fd transaction-file
           data record is tm-transaction-record
           record contains 62 characters.

       01 tm-transaction-record.
         *> only P (reorder-point change) is ever cut here
         05 tm-action pic x.
         05 tm-item-number pic x(4).
         05 tm-description pic x(13).
         05 tm-standard-cost pic 9999v99.
         05 tm-reorder-point pic 9(5).
         05 tm-qty-sign pic x.
         05 tm-qty pic 9(5).
         05 tm-branch pic xx.
         05 tm-class pic x.
         05 tm-to-branch pic xx.
         05 tm-in-transit pic x.
         05 tm-unit-cost pic x(6).
         05 tm-vendor-number pic x(6).
         05 tm-po-number pic x(6).
         05 tm-po-line pic x(3).

       fd report-file
           data record is report-line
           record contains 132 characters.

       01 report-line pic x(132).

       fd run-param-file
           data record is pr-param-record
           record contains 29 characters.

       01 pr-param-record.
         05 pr-business-date pic 9(8).
         05 pr-run-mode pic x.
         05 pr-trend-threshold pic 9(3).
         05 pr-stale-days pic 9(3).
         *> "S" makes the daily list suspend detail for unknown
         *> branch/item keys instead of auto-creating skeleton masters
         05 pr-suspense-mode pic x.
         *> demand-based reorder points: weeks of movement averaged,
         *> safety stock as a percent of lead-time demand, and the
         *> lead days used for an item with no vendor lead time
         05 pr-reorder-weeks pic 9(2).
         05 pr-safety-pct pic 9(3).
         05 pr-default-lead-days pic 9(3).
         *> "C" makes A2-CountSheet print only the items the cycle
         *> count calendar A2.ccs schedules for the business date
         05 pr-count-mode pic x.
         *> A2-ItemList selling price check: the percent a keyed unit
         *> price may stray from its A2.prc list price before the line
         *> is a price exception, and "H" to hold exception lines out
         *> of the master update instead of posting them
         05 pr-price-tolerance-pct pic 9(3).
         05 pr-price-hold pic x.

       *> master rows and movement rows meet here by branch/item - the
       *> master row brings the current point and vendor, each movement
       *> row its share of the window's net quantity
       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-branch pic xx.
         05 sw-item-number pic x(4).
         *> M = master row, H = A2.hst day, S = A2.sum month share
         05 sw-source pic x.
         05 sw-qty pic s9(7)v99.
         05 sw-description pic x(13).
         05 sw-reorder-point pic 9(5).
         05 sw-vendor-number pic x(6).

       working-storage section.

       01 ws-history-status pic xx value "00".
       01 ws-summary-status pic xx value "00".
       01 ws-master-status pic xx value "00".
       01 ws-vendor-status pic xx value "00".
       01 ws-transaction-status pic xx value "00".
       01 ws-report-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-history-eof pic x value "N".
       01 ws-summary-eof pic x value "N".
       01 ws-master-eof pic x value "N".
       01 ws-vendor-eof pic x value "N".
       01 ws-sort-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.

       *> run settings - A2.prm overrides each one when it carries a
       *> non-zero value
       01 ws-weeks pic 9(2) value 13.
       01 ws-safety-pct pic 9(3) value 50.
       01 ws-default-lead-days pic 9(3) value 14.

       *> the movement window - the weeks ending on the business date,
       *> inclusive, as day serials
       01 ws-window-days pic 9(5) value 0.
       01 ws-window-from-serial pic s9(9) value 0.
       01 ws-window-to-serial pic s9(9) value 0.

       *> a rolled-up month counts for the share of its days that fall
       *> inside the window
       01 ws-month-from-serial pic s9(9) value 0.
       01 ws-month-next-serial pic s9(9) value 0.
       01 ws-month-days pic s9(5) value 0.
       01 ws-overlap-from pic s9(9) value 0.
       01 ws-overlap-to pic s9(9) value 0.
       01 ws-overlap-days pic s9(5) value 0.
       01 ws-next-yyyy pic 9(4) value 0.
       01 ws-next-mm pic 9(2) value 0.

       *> serial day number (367y - 7(y + (m+9)/12)/4 + 275m/9 + d,
       *> the same day count A2-InvValue ages from - only differences
       *> are ever used)
       01 ws-cnv-date pic 9(8) value 0.
       01 ws-cnv-date-r redefines ws-cnv-date.
         05 ws-cnv-yyyy pic 9(4).
         05 ws-cnv-mm pic 9(2).
         05 ws-cnv-dd pic 9(2).
       01 ws-cnv-month-r redefines ws-cnv-date.
         05 ws-cnv-yyyymm pic 9(6).
         05 filler pic 9(2).
       01 ws-cnv-serial pic s9(9) value 0.
       01 ws-cnv-t1 pic 9(9) value 0.
       01 ws-cnv-t2 pic 9(4) value 0.
       01 ws-cnv-t3 pic 9(5) value 0.
       01 ws-cnv-t4 pic 9(7) value 0.
       01 ws-cnv-t5 pic 9(7) value 0.
       01 ws-cnv-t6 pic 9(5) value 0.

       *> vendor number and lead time only - nothing else on A2.vnd
       *> matters to the point
       01 ws-vnd-count pic 9(3) value 0.
       01 ws-vnd-dropped pic 9(5) value 0.
       01 ws-vnd-idx pic 9(3) value 0.
       01 ws-vnd-found-idx pic 9(3) value 0.
       01 ws-vnd-table.
         05 ws-vnd-entry occurs 200 times.
           10 ws-vnd-number pic x(6).
           10 ws-vnd-lead-days pic 9(3).

       *> branch master support - code, name, status and type are all
       *> any program here needs from A2.brn
       01 ws-branch-status pic xx value "00".
       01 ws-branch-eof pic x value "N".
       01 ws-brn-count pic 9(3) value 0.
       01 ws-brn-dropped pic 9(3) value 0.
       01 ws-brn-idx pic 9(3) value 0.
       01 ws-brn-found-idx pic 9(3) value 0.
       01 ws-brn-lookup-code pic xx value spaces.
       01 ws-brn-lookup-name pic x(20) value spaces.
       01 ws-brn-table.
         05 ws-brn-entry occurs 100 times.
           10 ws-brn-code pic xx.
           10 ws-brn-name pic x(20).
           10 ws-brn-status pic x.
           10 ws-brn-type pic x.

       *> control-break state for the sorted branch/item rows
       01 ws-first-record pic x value "Y".
       01 ws-brk-branch pic xx value spaces.
       01 ws-brk-item-number pic x(4) value spaces.
       01 ws-brk-on-master pic x value "N".
       01 ws-brk-description pic x(13) value spaces.
       01 ws-brk-reorder-point pic 9(5) value 0.
       01 ws-brk-vendor-number pic x(6) value spaces.
       01 ws-brk-qty pic s9(9)v99 value 0.

       *> the recommendation: lead-time demand at the window's daily
       *> rate, plus the safety percentage of it
       01 ws-lead-days pic 9(3) value 0.
       01 ws-daily-rate pic 9(7)v9999 value 0.
       01 ws-lead-demand pic 9(9)v9999 value 0.
       01 ws-safety-stock pic 9(9)v9999 value 0.
       01 ws-recommended pic 9(9) value 0.
       01 ws-new-point pic 9(5) value 0.
       01 ws-change pic s9(6) value 0.
       01 ws-disposition pic x(30) value spaces.

       01 ws-master-count pic 9(5) value 0.
       01 ws-history-used pic 9(7) value 0.
       01 ws-summary-used pic 9(7) value 0.
       01 ws-cut-count pic 9(5) value 0.
       01 ws-unchanged-count pic 9(5) value 0.
       01 ws-no-movement-count pic 9(5) value 0.
       01 ws-transit-count pic 9(5) value 0.
       01 ws-closed-branch-count pic 9(5) value 0.
       01 ws-not-on-master-count pic 9(5) value 0.
       01 ws-no-branch-count pic 9(7) value 0.

       01 ws-heading1 pic x(132) value "BR ITEM DESCRIPTION   VENDOR LEAD  NET MOVED   PER DAY CURRENT RECOMMEND  CHANGE DISPOSITION".
       01 ws-heading2 pic x(132) value "-- ---- ------------- ------ ---- ---------- --------- ------- --------- ------- ------------------------------".

       01 ws-print-line pic x(132).
       01 ws-moved-ed pic -zzzzzz9.99.
       01 ws-rate-ed pic zzz9.9999.
       01 ws-lead-ed pic zzz9.
       01 ws-current-ed pic zzzzzz9.
       01 ws-recommend-ed pic zzzzzzzz9.
       01 ws-change-ed pic -zzzzz9.
       01 ws-date-ed pic 9(8).
       01 ws-date2-ed pic 9(8).
       01 ws-weeks-ed pic z9.
       01 ws-pct-ed pic zz9.
       01 ws-count-ed pic zzzzzz9.

       01 ws-my-info.
         05 filler pic x(72) value spaces.
         05 ws-info pic x(32) value "Ahmed Butt, A2 - REORDER CALC".

       procedure division.
       000-main.

           accept ws-run-date from date yyyymmdd.
           perform 100-read-run-parameters.

           open output report-file.

           display ws-my-info.
           display "".
           write report-line from ws-my-info.
           write report-line from "".

           *> without the master there is no current point to compare
           *> and nothing to cut a change against
           open input master-file.
           if ws-master-status not = "00"
             then
               display "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN - STATUS " ws-master-status
               write report-line from "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN"
               close report-file
               move 8 to return-code
               goback
           end-if.

           perform 150-set-movement-window.
           perform 200-load-vendor-table.
           perform 250-load-branch-table.
           perform 300-print-report-header.

           open extend transaction-file.
           if ws-transaction-status = "35"
               open output transaction-file
           end-if.

           sort sort-work-file
               on ascending key sw-branch sw-item-number
               input procedure is 1000-feed-sort
               output procedure is 3000-review-points.

           perform 9000-print-totals.

           close master-file.
           close transaction-file.
           close report-file.

           move 0 to return-code.

           goback.

       100-read-run-parameters.

           open input run-param-file.
           if ws-param-status = "00"
             then
               read run-param-file
                   at end
                       continue
                   not at end
                       if pr-business-date is numeric
                         and pr-business-date > 0
                           move pr-business-date to ws-run-date
                       end-if
                       if pr-reorder-weeks is numeric
                         and pr-reorder-weeks > 0
                           move pr-reorder-weeks to ws-weeks
                       end-if
                       if pr-safety-pct is numeric
                           move pr-safety-pct to ws-safety-pct
                       end-if
                       if pr-default-lead-days is numeric
                         and pr-default-lead-days > 0
                           move pr-default-lead-days to ws-default-lead-days
                       end-if
               end-read
               close run-param-file
             else
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE AND DEFAULT SETTINGS USED"
           end-if.

       150-set-movement-window.

           multiply ws-weeks by 7 giving ws-window-days.

           move ws-run-date to ws-cnv-date.
           perform 9100-date-to-serial.
           move ws-cnv-serial to ws-window-to-serial.
           subtract ws-window-days from ws-window-to-serial
               giving ws-window-from-serial.
           add 1 to ws-window-from-serial.

       200-load-vendor-table.

           move "N" to ws-vendor-eof.
           open input vendor-file.

           if ws-vendor-status = "00"
             then
               perform 210-read-vendor-record
               perform 220-store-vendor-record
                 until ws-vendor-eof = "Y"
               close vendor-file
             else
               display "WARNING - VENDOR MASTER A2.VND NOT FOUND - DEFAULT LEAD TIME USED THROUGHOUT"
               write report-line from "WARNING - VENDOR MASTER A2.VND NOT FOUND - DEFAULT LEAD TIME USED THROUGHOUT"
           end-if.

           if ws-vnd-dropped > 0
               display "WARNING - VENDOR TABLE FULL - VENDORS PAST 200 TAKE THE DEFAULT LEAD TIME"
               write report-line from "WARNING - VENDOR TABLE FULL - VENDORS PAST 200 TAKE THE DEFAULT LEAD TIME"
           end-if.

       210-read-vendor-record.

           read vendor-file
               at end
                   move "Y" to ws-vendor-eof
           end-read.

       220-store-vendor-record.

           if vn-vendor-number not = spaces
             then
               if ws-vnd-count < 200
                 then
                   add 1 to ws-vnd-count
                   move vn-vendor-number to ws-vnd-number(ws-vnd-count)
                   move 0 to ws-vnd-lead-days(ws-vnd-count)
                   if vn-lead-days is numeric
                       move vn-lead-days to ws-vnd-lead-days(ws-vnd-count)
                   end-if
                 else
                   add 1 to ws-vnd-dropped
               end-if
           end-if.

           perform 210-read-vendor-record.

       250-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 260-read-branch-record
               perform 270-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
             else
               display "WARNING - BRANCH MASTER A2.BRN NOT FOUND - NO BRANCH TREATED AS IN TRANSIT"
               write report-line from "WARNING - BRANCH MASTER A2.BRN NOT FOUND - NO BRANCH TREATED AS IN TRANSIT"
           end-if.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
               write report-line from "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
           end-if.

       260-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       270-store-branch-record.

           if br-branch-code not = spaces
             then
               if ws-brn-count < 100
                 then
                   add 1 to ws-brn-count
                   move br-branch-code to ws-brn-code(ws-brn-count)
                   move br-branch-name to ws-brn-name(ws-brn-count)
                   move "A" to ws-brn-status(ws-brn-count)
                   if br-status = "C"
                       move "C" to ws-brn-status(ws-brn-count)
                   end-if
                   move "S" to ws-brn-type(ws-brn-count)
                   if br-branch-type = "T"
                       move "T" to ws-brn-type(ws-brn-count)
                   end-if
                 else
                   add 1 to ws-brn-dropped
               end-if
           end-if.

           perform 260-read-branch-record.

       300-print-report-header.

           move spaces to ws-print-line.
           move ws-run-date to ws-date-ed.
           string
               "REORDER POINT REVIEW - BUSINESS DATE " delimited by size
               ws-date-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-weeks to ws-weeks-ed.
           move ws-safety-pct to ws-pct-ed.
           move ws-default-lead-days to ws-lead-ed.
           string
               "MOVEMENT OVER " delimited by size
               ws-weeks-ed delimited by size
               " WEEKS   SAFETY STOCK " delimited by size
               ws-pct-ed delimited by size
               "% OF LEAD-TIME DEMAND   DEFAULT LEAD " delimited by size
               ws-lead-ed delimited by size
               " DAYS" delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           display "".
           display ws-heading1.
           display ws-heading2.
           write report-line from "".
           write report-line from ws-heading1.
           write report-line from ws-heading2.

       1000-feed-sort.

           perform 1100-feed-master.
           perform 1300-feed-history.
           perform 1500-feed-summary.

       *> every master row goes in, moved or not, so an item with a
       *> point but no movement still shows on the review
       1100-feed-master.

           move "N" to ws-master-eof.
           perform 1110-read-master-record.
           perform 1120-release-master-record
             until ws-master-eof = "Y".

       1110-read-master-record.

           read master-file
               at end
                   move "Y" to ws-master-eof
           end-read.

       1120-release-master-record.

           add 1 to ws-master-count.

           move spaces to sw-record.
           move im-branch to sw-branch.
           move im-item-number to sw-item-number.
           move "M" to sw-source.
           move 0 to sw-qty.
           move im-description to sw-description.
           move im-reorder-point to sw-reorder-point.
           move im-vendor-number to sw-vendor-number.
           release sw-record.

           perform 1110-read-master-record.

       1300-feed-history.

           move "N" to ws-history-eof.
           open input history-file.

           if ws-history-status = "00"
             then
               perform 1310-read-history-record
               perform 1320-release-history-record
                 until ws-history-eof = "Y"
               close history-file
             else
               display "WARNING - SALES HISTORY A2.HST NOT FOUND - DAY DETAIL LEFT OUT"
               write report-line from "WARNING - SALES HISTORY A2.HST NOT FOUND - DAY DETAIL LEFT OUT"
           end-if.

       1310-read-history-record.

           read history-file
               at end
                   move "Y" to ws-history-eof
           end-read.

       *> history cut before it carried a branch can't be put against
       *> one - it is counted and left out
       1320-release-history-record.

           if hs-run-date is numeric
             and hs-run-date > 0
               move hs-run-date to ws-cnv-date
               perform 9100-date-to-serial
               if ws-cnv-serial >= ws-window-from-serial
                 and ws-cnv-serial <= ws-window-to-serial
                   if hs-branch = spaces
                     then
                       add 1 to ws-no-branch-count
                     else
                       move spaces to sw-record
                       move hs-branch to sw-branch
                       move hs-item-number to sw-item-number
                       move "H" to sw-source
                       if hs-tran-type = "R"
                         then
                           subtract hs-qty from 0 giving sw-qty
                         else
                           move hs-qty to sw-qty
                       end-if
                       move 0 to sw-reorder-point
                       add 1 to ws-history-used
                       release sw-record
                   end-if
               end-if
           end-if.

           perform 1310-read-history-record.

       1500-feed-summary.

           move "N" to ws-summary-eof.
           open input summary-file.

           if ws-summary-status = "00"
             then
               perform 1510-read-summary-record
               perform 1520-release-summary-record
                 until ws-summary-eof = "Y"
               close summary-file
           end-if.

       1510-read-summary-record.

           read summary-file
               at end
                   move "Y" to ws-summary-eof
           end-read.

       1520-release-summary-record.

           if ms-yyyymm is numeric
             and ms-yyyymm > 0
             and ms-qty-total is numeric
               perform 1600-month-overlap
               if ws-overlap-days > 0
                 then
                   if ms-branch = spaces
                     then
                       add 1 to ws-no-branch-count
                     else
                       move spaces to sw-record
                       move ms-branch to sw-branch
                       move ms-item-number to sw-item-number
                       move "S" to sw-source
                       multiply ms-qty-total by ws-overlap-days
                           giving sw-qty
                       divide ws-month-days into sw-qty rounded
                       move 0 to sw-reorder-point
                       add 1 to ws-summary-used
                       release sw-record
                   end-if
               end-if
           end-if.

           perform 1510-read-summary-record.

       *> days of ms-yyyymm inside the window - zero when the month
       *> lies wholly outside it
       1600-month-overlap.

           move 0 to ws-overlap-days.

           move ms-yyyymm to ws-cnv-yyyymm.
           move 1 to ws-cnv-dd.
           perform 9100-date-to-serial.
           move ws-cnv-serial to ws-month-from-serial.

           if ws-cnv-mm = 12
             then
               add 1 to ws-cnv-yyyy giving ws-next-yyyy
               move 1 to ws-next-mm
             else
               move ws-cnv-yyyy to ws-next-yyyy
               add 1 to ws-cnv-mm giving ws-next-mm
           end-if.
           move ws-next-yyyy to ws-cnv-yyyy.
           move ws-next-mm to ws-cnv-mm.
           move 1 to ws-cnv-dd.
           perform 9100-date-to-serial.
           move ws-cnv-serial to ws-month-next-serial.

           subtract ws-month-from-serial from ws-month-next-serial
               giving ws-month-days.

           if ws-month-from-serial > ws-window-from-serial
             then
               move ws-month-from-serial to ws-overlap-from
             else
               move ws-window-from-serial to ws-overlap-from
           end-if.

           subtract 1 from ws-month-next-serial giving ws-overlap-to.
           if ws-overlap-to > ws-window-to-serial
               move ws-window-to-serial to ws-overlap-to
           end-if.

           if ws-overlap-to >= ws-overlap-from
               subtract ws-overlap-from from ws-overlap-to
                   giving ws-overlap-days
               add 1 to ws-overlap-days
           end-if.

       3000-review-points.

           move "N" to ws-sort-eof.
           move "Y" to ws-first-record.

           perform 3100-return-sorted-record.
           perform 3200-review-one-record
             until ws-sort-eof = "Y".

           if ws-first-record = "N"
               perform 3400-finish-item thru 3400-finish-item-exit
           end-if.

       3100-return-sorted-record.

           return sort-work-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       3200-review-one-record.

           if ws-first-record = "Y"
             then
               perform 3300-start-new-item
               move "N" to ws-first-record
             else
               if sw-branch not = ws-brk-branch
                 or sw-item-number not = ws-brk-item-number
                   perform 3400-finish-item thru 3400-finish-item-exit
                   perform 3300-start-new-item
               end-if
           end-if.

           if sw-source = "M"
             then
               move "Y" to ws-brk-on-master
               move sw-description to ws-brk-description
               move sw-reorder-point to ws-brk-reorder-point
               move sw-vendor-number to ws-brk-vendor-number
             else
               add sw-qty to ws-brk-qty
           end-if.

           perform 3100-return-sorted-record.

       3300-start-new-item.

           move sw-branch to ws-brk-branch.
           move sw-item-number to ws-brk-item-number.
           move "N" to ws-brk-on-master.
           move spaces to ws-brk-description.
           move 0 to ws-brk-reorder-point.
           move spaces to ws-brk-vendor-number.
           move 0 to ws-brk-qty.

       *> a change is cut only where the window shows real net demand
       *> and the recommendation differs from the point on file - an
       *> item with no movement keeps whatever point it was given by
       *> hand, and the review shows it for a buyer to decide
       3400-finish-item.

           move 0 to ws-daily-rate.
           move 0 to ws-recommended.
           move 0 to ws-change.
           move 0 to ws-lead-days.

           if ws-brk-on-master = "N"
               add 1 to ws-not-on-master-count
               move "MOVEMENT BUT NOT ON MASTER" to ws-disposition
               perform 3600-print-review-line
               go to 3400-finish-item-exit
           end-if.

           *> stock in transit is never sold from, so it needs no
           *> point, and A2-ItemMaint rejects any maintenance against a
           *> closed branch - a P line cut for one would only land on
           *> A2.mnl as a reject
           move ws-brk-branch to ws-brn-lookup-code.
           perform 3560-find-branch.
           if ws-brn-found-idx > 0 and ws-brn-type(ws-brn-found-idx) = "T"
               add 1 to ws-transit-count
               go to 3400-finish-item-exit
           end-if.
           if ws-brn-found-idx > 0 and ws-brn-status(ws-brn-found-idx) = "C"
               add 1 to ws-closed-branch-count
               go to 3400-finish-item-exit
           end-if.

           perform 3500-find-lead-days.

           if ws-brk-qty not > 0
               add 1 to ws-no-movement-count
               move "NO NET MOVEMENT - LEFT AS IS" to ws-disposition
               perform 3600-print-review-line
               go to 3400-finish-item-exit
           end-if.

           divide ws-brk-qty by ws-window-days
               giving ws-daily-rate rounded.
           multiply ws-daily-rate by ws-lead-days
               giving ws-lead-demand.
           multiply ws-lead-demand by ws-safety-pct
               giving ws-safety-stock.
           divide 100 into ws-safety-stock.
           add ws-lead-demand ws-safety-stock
               giving ws-recommended rounded.

           if ws-recommended > 99999
               move 99999 to ws-recommended
           end-if.

           subtract ws-brk-reorder-point from ws-recommended
               giving ws-change.

           if ws-change = 0
             then
               add 1 to ws-unchanged-count
               move "UNCHANGED" to ws-disposition
             else
               add 1 to ws-cut-count
               move "P TRANSACTION CUT" to ws-disposition
               perform 3700-write-transaction
           end-if.

           perform 3600-print-review-line.

       3400-finish-item-exit.

           exit.

       *> the preferred vendor's lead time when it has one on file,
       *> the run default otherwise
       3500-find-lead-days.

           move ws-default-lead-days to ws-lead-days.
           move 0 to ws-vnd-found-idx.

           if ws-brk-vendor-number not = spaces
               perform 3550-match-vendor
                 varying ws-vnd-idx from 1 by 1
                 until ws-vnd-idx > ws-vnd-count
           end-if.

           if ws-vnd-found-idx > 0
             then
               if ws-vnd-lead-days(ws-vnd-found-idx) > 0
                   move ws-vnd-lead-days(ws-vnd-found-idx) to ws-lead-days
               end-if
           end-if.

       3550-match-vendor.

           if ws-vnd-number(ws-vnd-idx) = ws-brk-vendor-number
             and ws-vnd-found-idx = 0
               move ws-vnd-idx to ws-vnd-found-idx
           end-if.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       3560-find-branch.

           move 0 to ws-brn-found-idx.
           perform 3570-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       3570-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       3600-print-review-line.

           move ws-brk-qty to ws-moved-ed.
           move ws-daily-rate to ws-rate-ed.
           move ws-lead-days to ws-lead-ed.
           move ws-brk-reorder-point to ws-current-ed.
           move ws-recommended to ws-recommend-ed.
           move ws-change to ws-change-ed.

           move spaces to ws-print-line.
           string
               ws-brk-branch delimited by size
               " " delimited by size
               ws-brk-item-number delimited by size
               " " delimited by size
               ws-brk-description delimited by size
               " " delimited by size
               ws-brk-vendor-number delimited by size
               " " delimited by size
               ws-lead-ed delimited by size
               " " delimited by size
               ws-moved-ed delimited by size
               " " delimited by size
               ws-rate-ed delimited by size
               " " delimited by size
               ws-current-ed delimited by size
               " " delimited by size
               ws-recommend-ed delimited by size
               " " delimited by size
               ws-change-ed delimited by size
               " " delimited by size
               ws-disposition delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write report-line from ws-print-line.

       3700-write-transaction.

           move ws-recommended to ws-new-point.

           move spaces to tm-transaction-record.
           move "P" to tm-action.
           move ws-brk-item-number to tm-item-number.
           move ws-brk-branch to tm-branch.
           move ws-new-point to tm-reorder-point.

           write tm-transaction-record.

       9000-print-totals.

           display "".
           write report-line from "".

           move spaces to ws-print-line.
           move ws-run-date to ws-date2-ed.
           move ws-window-days to ws-count-ed.
           string
               "MOVEMENT WINDOW DAYS:      " delimited by size
               ws-count-ed delimited by size
               "   ENDING " delimited by size
               ws-date2-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-master-count to ws-count-ed.
           string
               "MASTER RECORDS REVIEWED:   " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-history-used to ws-count-ed.
           string
               "HISTORY DAYS USED:         " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-summary-used to ws-count-ed.
           string
               "MONTH ROLLUPS USED:        " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-no-branch-count to ws-count-ed.
           string
               "LEFT OUT - NO BRANCH:      " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-cut-count to ws-count-ed.
           string
               "P TRANSACTIONS CUT:        " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-unchanged-count to ws-count-ed.
           string
               "UNCHANGED:                 " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-no-movement-count to ws-count-ed.
           string
               "NO NET MOVEMENT:           " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-transit-count to ws-count-ed.
           string
               "IN-TRANSIT ROWS SKIPPED:   " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-closed-branch-count to ws-count-ed.
           string
               "CLOSED BRANCH ROWS SKIPPED:" delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-not-on-master-count to ws-count-ed.
           string
               "MOVED BUT NOT ON MASTER:   " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

       9100-date-to-serial.

           multiply ws-cnv-yyyy by 367 giving ws-cnv-t1.

           add 9 to ws-cnv-mm giving ws-cnv-t2.
           divide ws-cnv-t2 by 12 giving ws-cnv-t2.
           add ws-cnv-yyyy to ws-cnv-t2 giving ws-cnv-t3.
           multiply ws-cnv-t3 by 7 giving ws-cnv-t4.
           divide ws-cnv-t4 by 4 giving ws-cnv-t5.

           multiply ws-cnv-mm by 275 giving ws-cnv-t6.
           divide ws-cnv-t6 by 9 giving ws-cnv-t6.

           subtract ws-cnv-t5 from ws-cnv-t1 giving ws-cnv-serial.
           add ws-cnv-t6 to ws-cnv-serial.
           add ws-cnv-dd to ws-cnv-serial.

       end program A2-ReorderCalc.
