               organization is line sequential
               file status is ws-archive-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           select report-file
               assign to "../../../A2-ItemList/A2.inv"
               organization is line sequential
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         05 hs-net-price pic 9999999v99.
         05 hs-transportation-charge pic 9999999v99.
         05 hs-class pic x.
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

       fd archive-file
           data record is ar-archive-record
           record contains 54 characters.

       01 ar-archive-record.
         05 ar-item-number pic x(4).
         05 ar-run-date pic 9(8).
         05 filler pic x(42).

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

       fd last-activity-file
           data record is la-activity-record
       01 ws-brk-la-date pic 9(8) value 0.
       01 ws-match-date pic 9(8) value 0.

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

       *> valuation accumulators - per class slot (A B D F other),
       *> per branch, and grand
       01 ws-class-codes pic x(5) value "ABDFO".
           write report-line from "".

           perform 1000-load-last-activity.
           perform 1900-load-branch-table.

           display ws-heading1.
           write report-line from ws-heading1.
           move ws-brk-la-date to la-date.
           write la-activity-record.

       1900-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 1910-read-branch-record
               perform 1920-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
             else
               display "WARNING - BRANCH MASTER A2.BRN NOT FOUND - BRANCH NAMES NOT PRINTED"
               write report-line from "WARNING - BRANCH MASTER A2.BRN NOT FOUND - BRANCH NAMES NOT PRINTED"
           end-if.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
               write report-line from "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
           end-if.

       1910-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       1920-store-branch-record.

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

           perform 1910-read-branch-record.

       2000-read-master-file.

           move "N" to ws-master-eof.
           move ws-br-value to ws-total-value-ed.
           move ws-br-variance to ws-variance-total-ed.

           move ws-prev-branch to ws-brn-lookup-code.
           perform 2650-find-branch.

           move spaces to ws-print-line.
           string
               "TOTAL BRANCH " delimited by size
               ws-prev-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               "  ITEMS:" delimited by size
               ws-count-ed delimited by size
               "  VALUE:" delimited by size
           move 0 to ws-br-value.
           move 0 to ws-br-variance.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       2650-find-branch.

           move 0 to ws-brn-found-idx.
           perform 2660-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       2660-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       5000-print-class-totals.

           display "".
