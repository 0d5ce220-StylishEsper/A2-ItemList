       identification division.
       program-id. A2-AbcClass as "A2_ItemList.A2-AbcClass".
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

           *> read only - every branch/item on file is ranked, moved or
           *> not, and its cost prices the movement
           select master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed
               access mode is sequential
               record key is im-item-key
               file status is ws-master-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> the processing calendar - one expected business date per
           *> record. the counts are spread over the dates it holds.
           select calendar-file
               assign to "../../../A2-ItemList/A2.cal"
               organization is line sequential
               file status is ws-calendar-status.

           *> one priced row per branch/item between the two sorts -
           *> the ranking can't start until every branch total is known
           select value-work-file
               assign to "../../../A2-ItemList/A2.abw"
               organization is line sequential
               file status is ws-valuework-status.

           *> the classification - rewritten whole by every run, read
           *> by A2-CountVar to put each count under its class
           select abc-file
               assign to "../../../A2-ItemList/A2.abc"
               organization is indexed
               access mode is dynamic
               record key is ab-item-key
               file status is ws-abc-status.

           *> the cycle-count calendar - one row per branch/item per
           *> business day it is due to be counted. A2-CountSheet's
           *> cycle mode prints the day's rows.
           select schedule-file
               assign to "../../../A2-ItemList/A2.ccs"
               organization is line sequential
               file status is ws-schedule-status.

           *> ranking report - every item with its annual value, running
           *> share of its branch's value and the class that gives it
           select report-file
               assign to "../../../A2-ItemList/A2.abr"
               organization is line sequential
               file status is ws-report-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> only the business date matters here: the year of movement
           *> ends on it and the calendar starts the day after it
           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
               file status is ws-param-status.

           select movement-sort-file
               assign to "sortwk11".

           select rank-sort-file
               assign to "sortwk12".

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

       fd calendar-file
           data record is cl-calendar-record
           record contains 8 characters.

       01 cl-calendar-record.
         05 cl-expected-date pic 9(8).

       fd value-work-file
           data record is aw-value-record
           record contains 43 characters.

       01 aw-value-record.
         05 aw-branch pic xx.
         05 aw-item-number pic x(4).
         05 aw-description pic x(13).
         05 aw-qty pic s9(7).
         05 aw-unit-cost pic 9999v99.
         05 aw-value pic 9(9)v99.

       fd abc-file
           data record is ab-abc-record.

       01 ab-abc-record.
         05 ab-item-key.
           10 ab-branch pic xx.
           10 ab-item-number pic x(4).
         *> A, B or C
         05 ab-abc-class pic x.
         *> place in the branch by annual value, 1 = highest
         05 ab-rank pic 9(5).
         05 ab-annual-qty pic s9(7).
         05 ab-annual-value pic 9(9)v99.
         05 ab-counts-per-year pic 99.
         *> business date of the run that classified it
         05 ab-class-date pic 9(8).

       fd schedule-file
           data record is cc-schedule-record
           record contains 15 characters.

       01 cc-schedule-record.
         05 cc-count-date pic 9(8).
         05 cc-branch pic xx.
         05 cc-item-number pic x(4).
         05 cc-abc-class pic x.

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
       *> master row brings the description and cost, each movement
       *> row its share of the year's net quantity
       sd movement-sort-file
           data record is sw-record.

       01 sw-record.
         05 sw-branch pic xx.
         05 sw-item-number pic x(4).
         *> M = master row, H = A2.hst day, S = A2.sum month share
         05 sw-source pic x.
         05 sw-qty pic s9(7)v99.
         05 sw-description pic x(13).
         05 sw-unit-cost pic 9999v99.

       *> the priced rows again, highest value first within branch
       sd rank-sort-file
           data record is rk-record.

       01 rk-record.
         05 rk-branch pic xx.
         05 rk-item-number pic x(4).
         05 rk-description pic x(13).
         05 rk-qty pic s9(7).
         05 rk-unit-cost pic 9999v99.
         05 rk-value pic 9(9)v99.

       working-storage section.

       01 ws-history-status pic xx value "00".
       01 ws-summary-status pic xx value "00".
       01 ws-master-status pic xx value "00".
       01 ws-calendar-status pic xx value "00".
       01 ws-valuework-status pic xx value "00".
       01 ws-abc-status pic xx value "00".
       01 ws-schedule-status pic xx value "00".
       01 ws-report-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-history-eof pic x value "N".
       01 ws-summary-eof pic x value "N".
       01 ws-master-eof pic x value "N".
       01 ws-calendar-eof pic x value "N".
       01 ws-valuework-eof pic x value "N".
       01 ws-abc-eof pic x value "N".
       01 ws-sort-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.

       *> the classes, the count frequency each is given (counts a
       *> year - A monthly, B quarterly, C yearly) and the share of a
       *> branch's annual value that closes each class off
       01 ws-class-settings.
         05 filler pic x(3) value "A12".
         05 filler pic x(3) value "B04".
         05 filler pic x(3) value "C01".
       01 ws-class-settings-r redefines ws-class-settings.
         05 ws-class-row occurs 3 times.
           10 ws-class-code pic x.
           10 ws-class-freq pic 99.
       01 ws-a-cut-pct pic 9(3) value 80.
       01 ws-b-cut-pct pic 9(3) value 95.

       *> the movement window - the year ending on the business date,
       *> inclusive, as day serials
       01 ws-window-days pic 9(5) value 365.
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

       *> per branch, on the same row as ws-brn-table: the branch's
       *> total annual value, and per class the items and value it
       *> took and how many of them the calendar has placed so far
       01 ws-abc-branch-table.
         05 ws-abc-branch occurs 100 times.
           10 ws-abc-total-value pic 9(11)v99.
           10 ws-abc-slot occurs 3 times.
             15 ws-abc-items pic 9(5).
             15 ws-abc-value pic 9(11)v99.
             15 ws-abc-placed pic 9(5).

       *> control-break state for the sorted branch/item rows
       01 ws-first-record pic x value "Y".
       01 ws-brk-branch pic xx value spaces.
       01 ws-brk-item-number pic x(4) value spaces.
       01 ws-brk-on-master pic x value "N".
       01 ws-brk-description pic x(13) value spaces.
       01 ws-brk-unit-cost pic 9999v99 value 0.
       01 ws-brk-qty pic s9(9)v99 value 0.
       01 ws-item-value pic 9(9)v99 value 0.

       *> ranking state - the running value of the branch's items
       *> already ranked decides where the next one falls
       01 ws-rank-branch pic xx value spaces.
       01 ws-rank-idx pic 9(3) value 0.
       01 ws-rank pic 9(5) value 0.
       01 ws-cum-value pic 9(11)v99 value 0.
       01 ws-cum-work pic 9(13)v99 value 0.
       01 ws-cut-work pic 9(13)v99 value 0.
       01 ws-cum-pct pic 9(3)v9 value 0.
       01 ws-class-slot pic 9 value 0.
       01 ws-slot pic 9 value 0.

       *> business days after the business date, up to a year out
       01 ws-horizon-serial pic s9(9) value 0.
       01 ws-cal-count pic 9(3) value 0.
       01 ws-cal-dropped pic 9(5) value 0.
       01 ws-cal-table.
         05 ws-cal-date pic 9(8) occurs 400 times.

       *> spreading one class over the calendar - the days are cut
       *> into as many equal periods as the class is counted in a
       *> year, and the class's items are spaced evenly through each
       01 ws-period-days pic 9(3) value 0.
       01 ws-item-offset pic 9(3) value 0.
       01 ws-offset-work pic 9(9) value 0.
       01 ws-cycle-k pic 99 value 0.
       01 ws-day-idx pic 9(5) value 0.
       01 ws-sched-count pic 9(7) occurs 3 times.

       01 ws-master-count pic 9(5) value 0.
       01 ws-history-used pic 9(7) value 0.
       01 ws-summary-used pic 9(7) value 0.
       01 ws-no-branch-count pic 9(7) value 0.
       01 ws-ranked-count pic 9(5) value 0.
       01 ws-not-on-master-count pic 9(5) value 0.
       01 ws-skipped-branch-count pic 9(5) value 0.
       01 ws-abc-dup-count pic 9(5) value 0.
       01 ws-unplaced-count pic 9(5) value 0.
       01 ws-schedule-cut pic x value "N".

       01 ws-heading1 pic x(132) value "BR ITEM DESCRIPTION    RANK   NET MOVED UNIT COST   ANNUAL VALUE  CUM% CLASS COUNTS/YR".
       01 ws-heading2 pic x(132) value "-- ---- ------------- ----- ----------- --------- -------------- ----- ----- ---------".

       01 ws-print-line pic x(132).
       01 ws-rank-ed pic zzzz9.
       01 ws-qty-ed pic -zzzzzz9.
       01 ws-cost-ed pic zzz9.99.
       01 ws-value-ed pic zzz,zzz,zz9.99.
       01 ws-big-value-ed pic zz,zzz,zzz,zz9.99.
       01 ws-pct-ed pic zz9.9.
       01 ws-freq-ed pic z9.
       01 ws-freq2-ed pic z9.
       01 ws-freq3-ed pic z9.
       01 ws-cut-ed pic zz9.
       01 ws-cut2-ed pic zz9.
       01 ws-date-ed pic 9(8).
       01 ws-date2-ed pic 9(8).
       01 ws-count-ed pic zzzzzz9.

       01 ws-my-info.
         05 filler pic x(72) value spaces.
         05 ws-info pic x(32) value "Ahmed Butt, A2 - ABC CLASS".

       procedure division.
       000-main.

           accept ws-run-date from date yyyymmdd.
           perform 100-read-run-parameters.

           open output report-file.

           display ws-my-info.
           display "".
           write report-line from ws-my-info.
           write report-line from "".

           *> without the master there is nothing to rank
           open input master-file.
           if ws-master-status not = "00"
             then
               display "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN - STATUS " ws-master-status
               write report-line from "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN"
               close report-file
               move 8 to return-code
               goback
           end-if.

           *> a branch's items are ranked against each other, and a
           *> closed or in-transit branch gets no counts - both need
           *> the branch master, so it has to be there
           perform 200-load-branch-table.
           if ws-branch-status not = "00"
               display "RUN STOPPED - BRANCH MASTER A2.BRN NOT AVAILABLE - STATUS " ws-branch-status
               write report-line from "RUN STOPPED - BRANCH MASTER A2.BRN NOT AVAILABLE"
               close master-file
               close report-file
               move 8 to return-code
               goback
           end-if.

           perform 150-set-movement-window.
           perform 300-print-report-header.

           open output value-work-file.

           sort movement-sort-file
               on ascending key sw-branch sw-item-number
               input procedure is 1000-feed-sort
               output procedure is 3000-price-movement.

           close value-work-file.
           close master-file.

           open output abc-file.

           sort rank-sort-file
               on ascending key rk-branch
               on descending key rk-value
               on ascending key rk-item-number
               input procedure is 4000-feed-ranking
               output procedure is 4100-classify-items.

           close abc-file.

           perform 5000-load-calendar.

           *> no business days ahead means no calendar to cut - the
           *> last one stays where it is rather than being emptied
           if ws-cal-count = 0
             then
               display "WARNING - NO BUSINESS DAYS ON A2.CAL IN THE YEAR AHEAD - CYCLE CALENDAR A2.CCS NOT CUT"
               write report-line from "WARNING - NO BUSINESS DAYS ON A2.CAL IN THE YEAR AHEAD - CYCLE CALENDAR A2.CCS NOT CUT"
             else
               perform 6000-build-schedule
           end-if.

           perform 9000-print-totals.

           close report-file.

           if ws-schedule-cut = "Y"
             then
               move 0 to return-code
             else
               move 4 to return-code
           end-if.

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
               end-read
               close run-param-file
             else
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       150-set-movement-window.

           move ws-run-date to ws-cnv-date.
           perform 9100-date-to-serial.
           move ws-cnv-serial to ws-window-to-serial.
           subtract ws-window-days from ws-window-to-serial
               giving ws-window-from-serial.
           add 1 to ws-window-from-serial.

           add ws-window-days to ws-window-to-serial
               giving ws-horizon-serial.

       200-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 210-read-branch-record
               perform 220-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
           end-if.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
               write report-line from "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
           end-if.

       210-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       220-store-branch-record.

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
                   perform 230-clear-branch-totals
                 else
                   add 1 to ws-brn-dropped
               end-if
           end-if.

           perform 210-read-branch-record.

       230-clear-branch-totals.

           move 0 to ws-abc-total-value(ws-brn-count).
           perform 240-clear-class-slot
             varying ws-slot from 1 by 1
             until ws-slot > 3.

       240-clear-class-slot.

           move 0 to ws-abc-items(ws-brn-count ws-slot).
           move 0 to ws-abc-value(ws-brn-count ws-slot).
           move 0 to ws-abc-placed(ws-brn-count ws-slot).

       300-print-report-header.

           move spaces to ws-print-line.
           move ws-run-date to ws-date-ed.
           string
               "ABC CLASSIFICATION AND CYCLE COUNT CALENDAR - BUSINESS DATE " delimited by size
               ws-date-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-a-cut-pct to ws-cut-ed.
           move ws-b-cut-pct to ws-cut2-ed.
           string
               "RANKED BY NET UNITS MOVED IN THE YEAR x AVERAGE COST (STANDARD UNTIL COSTED) - A TO " delimited by size
               ws-cut-ed delimited by size
               "% OF BRANCH VALUE, B TO " delimited by size
               ws-cut2-ed delimited by size
               "%, C THE REST" delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-class-freq(1) to ws-freq-ed.
           move ws-class-freq(2) to ws-freq2-ed.
           move ws-class-freq(3) to ws-freq3-ed.
           string
               "COUNTS A YEAR - A " delimited by size
               ws-freq-ed delimited by size
               "  B " delimited by size
               ws-freq2-ed delimited by size
               "  C " delimited by size
               ws-freq3-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

       1000-feed-sort.

           perform 1100-feed-master.
           perform 1300-feed-history.
           perform 1500-feed-summary.

       *> every master row goes in, moved or not, so an item that
       *> never sold still ranks - at the bottom, as a C
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

       *> average cost once a costed receipt has set it, standard
       *> cost until then - the same rule A2-InvValue values by
       1120-release-master-record.

           add 1 to ws-master-count.

           move spaces to sw-record.
           move im-branch to sw-branch.
           move im-item-number to sw-item-number.
           move "M" to sw-source.
           move 0 to sw-qty.
           move im-description to sw-description.
           if im-avg-cost > 0
             then
               move im-avg-cost to sw-unit-cost
             else
               move im-standard-cost to sw-unit-cost
           end-if.
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
                       move 0 to sw-unit-cost
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
                       move 0 to sw-unit-cost
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

       3000-price-movement.

           move "N" to ws-sort-eof.
           move "Y" to ws-first-record.

           perform 3100-return-sorted-record.
           perform 3200-total-one-record
             until ws-sort-eof = "Y".

           if ws-first-record = "N"
               perform 3400-finish-item thru 3400-finish-item-exit
           end-if.

       3100-return-sorted-record.

           return movement-sort-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       3200-total-one-record.

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
               move sw-unit-cost to ws-brk-unit-cost
             else
               add sw-qty to ws-brk-qty
           end-if.

           perform 3100-return-sorted-record.

       3300-start-new-item.

           move sw-branch to ws-brk-branch.
           move sw-item-number to ws-brk-item-number.
           move "N" to ws-brk-on-master.
           move spaces to ws-brk-description.
           move 0 to ws-brk-unit-cost.
           move 0 to ws-brk-qty.

       *> net movement that came back as more credits than sales is
       *> no movement at all for ranking purposes
       3400-finish-item.

           if ws-brk-on-master = "N"
               add 1 to ws-not-on-master-count
               go to 3400-finish-item-exit
           end-if.

           *> a closed branch counts nothing and stock in transit sits
           *> on no shelf - neither is ranked or scheduled
           move ws-brk-branch to ws-brn-lookup-code.
           perform 3560-find-branch.
           if ws-brn-found-idx = 0
               add 1 to ws-skipped-branch-count
               go to 3400-finish-item-exit
           end-if.
           if ws-brn-status(ws-brn-found-idx) = "C"
             or ws-brn-type(ws-brn-found-idx) = "T"
               add 1 to ws-skipped-branch-count
               go to 3400-finish-item-exit
           end-if.

           move 0 to ws-item-value.
           if ws-brk-qty > 0
               multiply ws-brk-qty by ws-brk-unit-cost
                   giving ws-item-value rounded
           end-if.

           add ws-item-value to ws-abc-total-value(ws-brn-found-idx).

           move ws-brk-branch to aw-branch.
           move ws-brk-item-number to aw-item-number.
           move ws-brk-description to aw-description.
           add ws-brk-qty 0 giving aw-qty rounded.
           move ws-brk-unit-cost to aw-unit-cost.
           move ws-item-value to aw-value.
           write aw-value-record.

       3400-finish-item-exit.

           exit.

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

       4000-feed-ranking.

           move "N" to ws-valuework-eof.
           open input value-work-file.

           perform 4010-read-value-record.
           perform 4020-release-value-record
             until ws-valuework-eof = "Y".

           close value-work-file.

       4010-read-value-record.

           read value-work-file
               at end
                   move "Y" to ws-valuework-eof
           end-read.

       4020-release-value-record.

           move aw-value-record to rk-record.
           release rk-record.

           perform 4010-read-value-record.

       4100-classify-items.

           move "N" to ws-sort-eof.
           move "Y" to ws-first-record.

           perform 4110-return-ranked-record.
           perform 4200-classify-one-item
             until ws-sort-eof = "Y".

           if ws-first-record = "N"
               perform 4600-print-branch-footer
           end-if.

       4110-return-ranked-record.

           return rank-sort-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       *> walking down a branch from its highest value, an item is A
       *> while the items above it hold less than the A share of the
       *> branch's value, then B up to the B share, then C. an item
       *> that didn't move is C whatever its place.
       4200-classify-one-item.

           if ws-first-record = "Y"
             then
               perform 4500-start-branch
               move "N" to ws-first-record
             else
               if rk-branch not = ws-rank-branch
                   perform 4600-print-branch-footer
                   perform 4500-start-branch
               end-if
           end-if.

           add 1 to ws-rank.
           add 1 to ws-ranked-count.

           move 3 to ws-class-slot.
           if rk-value > 0
               multiply ws-cum-value by 100 giving ws-cum-work
               multiply ws-abc-total-value(ws-rank-idx) by ws-b-cut-pct
                   giving ws-cut-work
               if ws-cum-work < ws-cut-work
                   move 2 to ws-class-slot
               end-if
               multiply ws-abc-total-value(ws-rank-idx) by ws-a-cut-pct
                   giving ws-cut-work
               if ws-cum-work < ws-cut-work
                   move 1 to ws-class-slot
               end-if
           end-if.

           add rk-value to ws-cum-value.
           move 0 to ws-cum-pct.
           if ws-abc-total-value(ws-rank-idx) > 0
               multiply ws-cum-value by 100 giving ws-cum-work
               divide ws-cum-work by ws-abc-total-value(ws-rank-idx)
                   giving ws-cum-pct rounded
           end-if.

           add 1 to ws-abc-items(ws-rank-idx ws-class-slot).
           add rk-value to ws-abc-value(ws-rank-idx ws-class-slot).

           move rk-branch to ab-branch.
           move rk-item-number to ab-item-number.
           move ws-class-code(ws-class-slot) to ab-abc-class.
           move ws-rank to ab-rank.
           move rk-qty to ab-annual-qty.
           move rk-value to ab-annual-value.
           move ws-class-freq(ws-class-slot) to ab-counts-per-year.
           move ws-run-date to ab-class-date.
           write ab-abc-record
               invalid key
                   add 1 to ws-abc-dup-count
           end-write.

           perform 4300-print-rank-line.

           perform 4110-return-ranked-record.

       4300-print-rank-line.

           move ws-rank to ws-rank-ed.
           move rk-qty to ws-qty-ed.
           move rk-unit-cost to ws-cost-ed.
           move rk-value to ws-value-ed.
           move ws-cum-pct to ws-pct-ed.
           move ws-class-freq(ws-class-slot) to ws-freq-ed.

           move spaces to ws-print-line.
           string
               rk-branch delimited by size
               " " delimited by size
               rk-item-number delimited by size
               " " delimited by size
               rk-description delimited by size
               " " delimited by size
               ws-rank-ed delimited by size
               "    " delimited by size
               ws-qty-ed delimited by size
               "   " delimited by size
               ws-cost-ed delimited by size
               " " delimited by size
               ws-value-ed delimited by size
               " " delimited by size
               ws-pct-ed delimited by size
               "     " delimited by size
               ws-class-code(ws-class-slot) delimited by size
               "        " delimited by size
               ws-freq-ed delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write report-line from ws-print-line.

       4500-start-branch.

           move rk-branch to ws-rank-branch.
           move rk-branch to ws-brn-lookup-code.
           perform 3560-find-branch.
           move ws-brn-found-idx to ws-rank-idx.
           move 0 to ws-rank.
           move 0 to ws-cum-value.

           move spaces to ws-print-line.
           string
               "BRANCH " delimited by size
               rk-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               into ws-print-line
           end-string.

           display "".
           display ws-print-line.
           display ws-heading1.
           display ws-heading2.
           write report-line from "".
           write report-line from ws-print-line.
           write report-line from ws-heading1.
           write report-line from ws-heading2.

       4600-print-branch-footer.

           perform 4650-print-class-total
             varying ws-slot from 1 by 1
             until ws-slot > 3.

           move ws-abc-total-value(ws-rank-idx) to ws-big-value-ed.
           move ws-rank to ws-count-ed.
           move spaces to ws-print-line.
           string
               "TOTAL BRANCH " delimited by size
               ws-rank-branch delimited by size
               "  ITEMS " delimited by size
               ws-count-ed delimited by size
               "  ANNUAL VALUE " delimited by size
               ws-big-value-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

       4650-print-class-total.

           move ws-abc-items(ws-rank-idx ws-slot) to ws-count-ed.
           move ws-abc-value(ws-rank-idx ws-slot) to ws-big-value-ed.
           move ws-class-freq(ws-slot) to ws-freq-ed.
           move spaces to ws-print-line.
           string
               "CLASS " delimited by size
               ws-class-code(ws-slot) delimited by size
               "  ITEMS " delimited by size
               ws-count-ed delimited by size
               "  ANNUAL VALUE " delimited by size
               ws-big-value-ed delimited by size
               "  COUNTED " delimited by size
               ws-freq-ed delimited by size
               " TIMES A YEAR" delimited by size
               into ws-print-line
           end-string.

           if ws-slot = 1
               display ""
               write report-line from ""
           end-if.
           display ws-print-line.
           write report-line from ws-print-line.

       *> the business days strictly after the business date and no
       *> more than a year past it, in the order A2.cal lists them
       5000-load-calendar.

           move 0 to ws-cal-count.
           move "N" to ws-calendar-eof.
           open input calendar-file.

           if ws-calendar-status = "00"
               perform 5100-read-calendar-record
               perform 5200-store-calendar-date
                 until ws-calendar-eof = "Y"
               close calendar-file
           end-if.

       5100-read-calendar-record.

           read calendar-file
               at end
                   move "Y" to ws-calendar-eof
           end-read.

       5200-store-calendar-date.

           if cl-expected-date is numeric
             and cl-expected-date > ws-run-date
               move cl-expected-date to ws-cnv-date
               perform 9100-date-to-serial
               if ws-cnv-serial <= ws-horizon-serial
                   if ws-cal-count < 400
                     then
                       add 1 to ws-cal-count
                       move cl-expected-date to ws-cal-date(ws-cal-count)
                     else
                       add 1 to ws-cal-dropped
                   end-if
               end-if
           end-if.

           perform 5100-read-calendar-record.

       *> one pass of the new classification in key order - within a
       *> branch each class's items take evenly spaced days in every
       *> period, so no day gets a branch's whole A list at once
       6000-build-schedule.

           move 0 to ws-sched-count(1).
           move 0 to ws-sched-count(2).
           move 0 to ws-sched-count(3).

           open output schedule-file.
           open input abc-file.
           move "N" to ws-abc-eof.

           if ws-abc-status = "00"
               perform 6100-read-abc-record
               perform 6200-schedule-item
                 until ws-abc-eof = "Y"
               close abc-file
           end-if.

           close schedule-file.
           move "Y" to ws-schedule-cut.

       6100-read-abc-record.

           read abc-file next record
               at end
                   move "Y" to ws-abc-eof
           end-read.

       6200-schedule-item.

           move ab-branch to ws-brn-lookup-code.
           perform 3560-find-branch.

           move 3 to ws-class-slot.
           if ab-abc-class = "A"
               move 1 to ws-class-slot
           end-if.
           if ab-abc-class = "B"
               move 2 to ws-class-slot
           end-if.

           if ws-brn-found-idx > 0
             then
               divide ws-cal-count by ws-class-freq(ws-class-slot)
                   giving ws-period-days
               if ws-period-days = 0
                   move 1 to ws-period-days
               end-if
               multiply ws-abc-placed(ws-brn-found-idx ws-class-slot)
                   by ws-period-days giving ws-offset-work
               divide ws-offset-work
                   by ws-abc-items(ws-brn-found-idx ws-class-slot)
                   giving ws-item-offset
               add 1 to ws-abc-placed(ws-brn-found-idx ws-class-slot)
               perform 6300-write-count-day
                 varying ws-cycle-k from 0 by 1
                 until ws-cycle-k >= ws-class-freq(ws-class-slot)
             else
               add 1 to ws-unplaced-count
           end-if.

           perform 6100-read-abc-record.

       *> a calendar shorter than the class has counts leaves the
       *> later ones off rather than piling them onto the last day
       6300-write-count-day.

           multiply ws-cycle-k by ws-period-days giving ws-day-idx.
           add ws-item-offset to ws-day-idx.
           add 1 to ws-day-idx.

           if ws-day-idx <= ws-cal-count
               move ws-cal-date(ws-day-idx) to cc-count-date
               move ab-branch to cc-branch
               move ab-item-number to cc-item-number
               move ab-abc-class to cc-abc-class
               write cc-schedule-record
               add 1 to ws-sched-count(ws-class-slot)
           end-if.

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
               "MASTER RECORDS READ:       " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-ranked-count to ws-count-ed.
           string
               "ITEMS CLASSIFIED:          " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-skipped-branch-count to ws-count-ed.
           string
               "CLOSED/TRANSIT/NO BRANCH:  " delimited by size
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

           if ws-abc-dup-count > 0
               move spaces to ws-print-line
               move ws-abc-dup-count to ws-count-ed
               string
                   "NOT WRITTEN TO A2.ABC:     " delimited by size
                   ws-count-ed delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write report-line from ws-print-line
           end-if.

           if ws-schedule-cut = "Y"
               perform 9200-print-calendar-totals
           end-if.

       9200-print-calendar-totals.

           display "".
           write report-line from "".

           move spaces to ws-print-line.
           move ws-cal-count to ws-count-ed.
           move ws-cal-date(1) to ws-date-ed.
           move ws-cal-date(ws-cal-count) to ws-date2-ed.
           string
               "CYCLE CALENDAR BUSINESS DAYS: " delimited by size
               ws-count-ed delimited by size
               "   FROM " delimited by size
               ws-date-ed delimited by size
               " TO " delimited by size
               ws-date2-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           perform 9250-print-schedule-count
             varying ws-slot from 1 by 1
             until ws-slot > 3.

           if ws-cal-dropped > 0
               display "WARNING - CALENDAR TABLE FULL - BUSINESS DAYS PAST 400 LEFT OFF THE CALENDAR"
               write report-line from "WARNING - CALENDAR TABLE FULL - BUSINESS DAYS PAST 400 LEFT OFF THE CALENDAR"
           end-if.

           if ws-unplaced-count > 0
               move spaces to ws-print-line
               move ws-unplaced-count to ws-count-ed
               string
                   "ITEMS NOT SCHEDULED - BRANCH NOT FOUND: " delimited by size
                   ws-count-ed delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write report-line from ws-print-line
           end-if.

       9250-print-schedule-count.

           move spaces to ws-print-line.
           move ws-sched-count(ws-slot) to ws-count-ed.
           string
               "COUNTS SCHEDULED - CLASS " delimited by size
               ws-class-code(ws-slot) delimited by size
               ":    " delimited by size
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

       end program A2-AbcClass.
