               record key is im-item-key
               file status is ws-master-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> printed variance report - book versus counted, with the
           *> difference extended at standard cost
           select report-file
               organization is line sequential
               file status is ws-variance-status.

           *> the ABC classification cut by A2-AbcClass - only read, so
           *> each count can be filed under its item's class. a count
           *> taken before the first classification files unclassified.
           select abc-file
               assign to "../../../A2-ItemList/A2.abc"
               organization is indexed
               access mode is random
               record key is ab-item-key
               file status is ws-abc-status.

           *> every count compared, appended run after run - the record
           *> A2-CountAcc measures count accuracy by class from
           select count-history-file
               assign to "../../../A2-ItemList/A2.cah"
               organization is line sequential
               file status is ws-cah-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> only the business date matters here, stamping the count
           *> date the posting step audits against
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

       fd report-file
           data record is report-line
         *> blank as written - the supervisor keys "A" to approve
         05 cv-approved pic x.

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

       fd count-history-file
           data record is ca-count-history-record
           record contains 45 characters.

       01 ca-count-history-record.
         05 ca-count-date pic 9(8).
         05 ca-branch pic xx.
         05 ca-item-number pic x(4).
         *> blank when the item wasn't on A2.abc at the time
         05 ca-abc-class pic x.
         05 ca-book-qty pic s9(5) sign leading separate.
         05 ca-counted-qty pic 9(5).
         *> counted minus book - zero is an accurate record
         05 ca-variance-qty pic s9(6) sign leading separate.
         *> the difference at standard cost, as the report extends it
         05 ca-variance-value pic s9(9)v99 sign leading separate.

       fd run-param-file
           data record is pr-param-record
           record contains 29 characters.

       01 pr-param-record.
         05 pr-business-date pic 9(8).
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

       working-storage section.

       01 ws-report-status pic xx value "00".
       01 ws-variance-status pic xx value "00".
       01 ws-param-status pic xx value "00".
       01 ws-abc-status pic xx value "00".
       01 ws-cah-status pic xx value "00".

       01 ws-run-date pic 9(8) value 0.

       *> again at end of job
       01 ws-master-open pic x value "N".

       *> latched the same way - a missing classification only leaves
       *> the counts unclassified
       01 ws-abc-open pic x value "N".
       01 ws-history-count pic 9(5) value 0.

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

       01 ws-count-count pic 9(5) value 0.
       01 ws-matched-count pic 9(5) value 0.
       01 ws-variance-count pic 9(5) value 0.
       01 ws-nomaster-count pic 9(5) value 0.
       01 ws-badqty-count pic 9(5) value 0.
       01 ws-badbranch-count pic 9(5) value 0.
       01 ws-branch-reason pic x(50) value spaces.

       01 ws-variance-calc pic s9(6) value 0.
       01 ws-ext-variance-calc pic s9(9)v99 value 0.
               move "Y" to ws-master-open
           end-if.

           perform 200-load-branch-table.

           open input abc-file.
           if ws-abc-status = "00"
               move "Y" to ws-abc-open
           end-if.

           open extend count-history-file.
           if ws-cah-status = "35"
               open output count-history-file
           end-if.

           display ws-my-info.
           display "".
           write report-line from ws-my-info.
               write report-line from "ITEM MASTER A2.MST NOT AVAILABLE - COUNTS NOT COMPARED - RERUN AFTER RESTORE"
           end-if.

           *> same for the branch master - every count line is proved
           *> against it, so without it nothing can be compared
           if ws-branch-status not = "00"
               display "BRANCH MASTER A2.BRN NOT AVAILABLE - STATUS " ws-branch-status " - COUNTS NOT COMPARED"
               write report-line from "BRANCH MASTER A2.BRN NOT AVAILABLE - COUNTS NOT COMPARED"
           end-if.

           if ws-abc-open = "N"
               display "WARNING - ABC CLASSIFICATION A2.ABC NOT FOUND - COUNTS FILED UNCLASSIFIED"
               write report-line from "WARNING - ABC CLASSIFICATION A2.ABC NOT FOUND - COUNTS FILED UNCLASSIFIED"
           end-if.

           if ws-count-status = "00" and ws-master-open = "Y"
             and ws-branch-status = "00"
             then
               read count-file
                   at end
           if ws-master-open = "Y"
               close master-file
           end-if.
           if ws-abc-open = "Y"
               close abc-file
           end-if.
           close count-history-file.
           close report-file.
           close variance-file.

           if ws-master-open = "Y" and ws-branch-status = "00"
             then
               move 0 to return-code
             else
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

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
                 else
                   add 1 to ws-brn-dropped
               end-if
           end-if.

           perform 210-read-branch-record.

       loopy-loopy.

           add 1 to ws-count-count.
               go to loopy-loopy-read
           end-if.

           *> a count for a branch that isn't trading (or doesn't exist)
           *> is a keying slip - it must never become a variance row
           move cn-branch to ws-brn-lookup-code.
           perform 1100-find-branch.
           if ws-brn-found-idx = 0
               add 1 to ws-badbranch-count
               move " BRANCH NOT ON A2.BRN - COUNT NOT COMPARED" to ws-branch-reason
               perform 4200-print-badbranch-line
               go to loopy-loopy-read
           end-if.
           if ws-brn-status(ws-brn-found-idx) = "C"
               add 1 to ws-badbranch-count
               move " BRANCH CLOSED ON A2.BRN - COUNT NOT COMPARED" to ws-branch-reason
               perform 4200-print-badbranch-line
               go to loopy-loopy-read
           end-if.

           perform 1000-read-master.

           if ws-master-found = "N"

           perform 2000-print-variance-line.

           perform 3500-write-count-history.

           if ws-variance-calc not = 0
               perform 3000-write-variance-record
           end-if.
                   move "N" to ws-master-found
           end-read.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       1100-find-branch.

           move 0 to ws-brn-found-idx.
           perform 1110-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       1110-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       2000-print-variance-line.

           move im-on-hand-qty to ws-book-ed.

           write cv-variance-record.

       *> every compared count goes on, exact or not - accuracy is the
       *> share that came out exact
       3500-write-count-history.

           move space to ca-abc-class.
           if ws-abc-open = "Y"
               move cn-branch to ab-branch
               move cn-item-number to ab-item-number
               read abc-file
                   invalid key
                       continue
                   not invalid key
                       move ab-abc-class to ca-abc-class
               end-read
           end-if.

           move ws-run-date to ca-count-date.
           move cn-branch to ca-branch.
           move cn-item-number to ca-item-number.
           move im-on-hand-qty to ca-book-qty.
           move cn-counted-qty to ca-counted-qty.
           move ws-variance-calc to ca-variance-qty.
           move ws-ext-variance-calc to ca-variance-value.

           write ca-count-history-record.
           add 1 to ws-history-count.

       4000-print-badqty-line.

           move spaces to ws-print-line.
           display ws-print-line.
           write report-line from ws-print-line.

       4200-print-badbranch-line.

           move spaces to ws-print-line.
           string
               cn-branch delimited by size
               " " delimited by size
               cn-item-number delimited by size
               ws-branch-reason delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write report-line from ws-print-line.

       9000-print-totals.

           display "".
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-history-count to ws-count-ed.
           string
               "COUNT HISTORY WRITTEN:   " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-nomaster-count to ws-count-ed.
           string
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-badbranch-count to ws-count-ed.
           string
               "BRANCH NOT OPEN/ON FILE: " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-badqty-count to ws-count-ed.
           string
