
           *> the item master walked start to finish in key order
           *> (branch, then item) - exactly the order the counters walk
           *> the shelves. a cycle count reads it by key instead, for
           *> just the items due that day.
           select master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed
               access mode is dynamic
               record key is im-item-key
               file status is ws-master-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> printed count sheets - description and class only, no book
           *> quantity, so the counters count blind instead of writing
           *> down whatever the system already believes
               organization is line sequential
               file status is ws-sheet-status.

           *> the cycle-count calendar cut by A2-AbcClass - one row per
           *> branch/item per business day it is due to be counted
           select schedule-file
               assign to "../../../A2-ItemList/A2.ccs"
               organization is line sequential
               file status is ws-schedule-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> only the business date matters here, stamping the sheets
           select run-param-file
               organization is line sequential
               file status is ws-param-status.

           select cycle-sort-file
               assign to "sortwk13".

       data division.
       file section.

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

       fd sheet-file
           data record is sheet-line

       01 sheet-line pic x(80).

       fd schedule-file
           data record is cc-schedule-record
           record contains 15 characters.

       01 cc-schedule-record.
         05 cc-count-date pic 9(8).
         05 cc-branch pic xx.
         05 cc-item-number pic x(4).
         05 cc-abc-class pic x.

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

       *> the day's scheduled items put back into shelf order - the
       *> calendar is cut a class at a time, not branch by branch
       sd cycle-sort-file
           data record is cs-record.

       01 cs-record.
         05 cs-branch pic xx.
         05 cs-item-number pic x(4).

       working-storage section.

       01 ws-master-status pic xx value "00".
       01 ws-sheet-status pic xx value "00".
       01 ws-param-status pic xx value "00".
       01 ws-schedule-status pic xx value "00".

       01 ws-master-eof pic x value "N".
       01 ws-schedule-eof pic x value "N".
       01 ws-sort-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.

       01 ws-branch-item-count pic 9(5) value 0.
       01 ws-page-line-count pic 9(3) value 0.

       *> "C" = cycle count - only the items A2.ccs has due on the
       *> business date, instead of every item on the master
       01 ws-count-mode pic x value spaces.
       01 ws-prev-cs-branch pic xx value spaces.
       01 ws-prev-cs-item-number pic x(4) value spaces.
       01 ws-scheduled-count pic 9(5) value 0.
       01 ws-not-on-master-count pic 9(5) value 0.

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

       01 ws-print-line pic x(80).
       01 ws-count-ed pic zzzz9.
       01 ws-date-ed pic 9(8).
               display "RESTORE THE MASTER WITH A2-MSTRELOAD BEFORE RESUBMITTING"
               display "IF IT PREDATES THE COSTING COLUMNS, RUN A2-MSTCONVERT ONCE TO CUT A"
               display "NEW-LAYOUT BACKUP GENERATION, THEN RELOAD FROM GENERATION 1"
               display "ONE FROM BEFORE THE VENDOR COLUMN RELOADS AS IS FROM ITS LAST NIGHTLY UNLOAD"
               move 8 to return-code
               goback
           end-if.

           *> a cycle run without its calendar would either print
           *> nothing or fall back to a full count nobody planned for -
           *> neither is right, so it stops
           if ws-count-mode = "C"
               open input schedule-file
               if ws-schedule-status not = "00"
                   display "RUN STOPPED - CYCLE COUNT CALENDAR A2.CCS FAILED TO OPEN - STATUS " ws-schedule-status
                   display "RUN A2-ABCCLASS TO CUT THE CALENDAR, OR CLEAR THE COUNT MODE ON A2.PRM"
                   close master-file
                   move 8 to return-code
                   goback
               end-if
           end-if.

           open output sheet-file.

           display ws-my-info.

           move spaces to ws-print-line.
           move ws-run-date to ws-date-ed.
           if ws-count-mode = "C"
             then
               string
                   "CYCLE COUNT SHEETS - CUT " delimited by size
                   ws-date-ed delimited by size
                   " - COUNT EVERY ITEM LISTED, ENTER 0 FOR AN EMPTY SHELF" delimited by size
                   into ws-print-line
               end-string
             else
               string
                   "PHYSICAL COUNT SHEETS - CUT " delimited by size
                   ws-date-ed delimited by size
                   " - COUNT EVERY ITEM, ENTER 0 FOR AN EMPTY SHELF" delimited by size
                   into ws-print-line
               end-string
           end-if.
           display ws-print-line.
           write sheet-line from ws-print-line.

           perform 200-load-branch-table.

           if ws-count-mode = "C"
             then
               sort cycle-sort-file
                   on ascending key cs-branch cs-item-number
                   input procedure is 4000-select-due-items
                   output procedure is 4100-print-due-items
               close schedule-file
               close master-file
             else
               perform 1000-read-master-file
           end-if.

           if ws-first-master = "N"
               perform 3000-print-branch-footer
           display ws-print-line.
           write sheet-line from ws-print-line.

           if ws-count-mode = "C"
               perform 4500-print-cycle-totals
           end-if.

           close sheet-file.

           *> an item scheduled but gone from the master can't be
           *> counted - worth a look before the calendar is recut
           if ws-not-on-master-count > 0
             then
               move 4 to return-code
             else
               move 0 to return-code
           end-if.

           goback.

                         and pr-business-date > 0
                           move pr-business-date to ws-run-date
                       end-if
                       move pr-count-mode to ws-count-mode
               end-read
               close run-param-file
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
             else
               display "WARNING - BRANCH MASTER A2.BRN NOT FOUND - BRANCH NAMES NOT PRINTED"
               write sheet-line from "WARNING - BRANCH MASTER A2.BRN NOT FOUND - BRANCH NAMES NOT PRINTED"
           end-if.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
               write sheet-line from "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
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

       *> the master was proved open at the top of 000-main - all
       *> that's left here is the walk and the close
       1000-read-master-file.

       1100-read-master-record.

           read master-file next record
               at end
                   move "Y" to ws-master-eof
           end-read.

       2000-process-master-record.

           perform 2050-print-master-item.

           perform 1100-read-master-record.

       2050-print-master-item.

           if ws-first-master = "Y"
             then
               move "N" to ws-first-master

           perform 2200-print-count-line.

       2100-print-branch-header.

           move ws-prev-branch to ws-brn-lookup-code.
           perform 2150-find-branch.

           move spaces to ws-print-line.
           string
               "BRANCH " delimited by size
               ws-prev-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               " COUNT SHEET" delimited by size
               into ws-print-line
           end-string.

           move 5 to ws-page-line-count.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       2150-find-branch.

           move 0 to ws-brn-found-idx.
           perform 2160-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       2160-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       2200-print-count-line.

           move spaces to ws-print-line.

       3000-print-branch-footer.

           move ws-prev-branch to ws-brn-lookup-code.
           perform 2150-find-branch.

           move spaces to ws-print-line.
           move ws-branch-item-count to ws-count-ed.
           string
               "END OF BRANCH " delimited by size
               ws-prev-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               " - " delimited by size
               ws-count-ed delimited by size
               " ITEM(S) TO COUNT" delimited by size

           move 0 to ws-branch-item-count.

       *> only the day's rows - the calendar runs a year ahead
       4000-select-due-items.

           move "N" to ws-schedule-eof.
           perform 4010-read-schedule-record.
           perform 4020-release-due-item
             until ws-schedule-eof = "Y".

       4010-read-schedule-record.

           read schedule-file
               at end
                   move "Y" to ws-schedule-eof
           end-read.

       4020-release-due-item.

           if cc-count-date = ws-run-date
               move cc-branch to cs-branch
               move cc-item-number to cs-item-number
               release cs-record
           end-if.

           perform 4010-read-schedule-record.

       4100-print-due-items.

           move "N" to ws-sort-eof.
           perform 4110-return-due-item.
           perform 4200-print-due-item thru 4200-print-due-item-exit
             until ws-sort-eof = "Y".

       4110-return-due-item.

           return cycle-sort-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       *> the same item due twice on one day is printed once
       4200-print-due-item.

           if cs-branch = ws-prev-cs-branch
             and cs-item-number = ws-prev-cs-item-number
               perform 4110-return-due-item
               go to 4200-print-due-item-exit
           end-if.

           move cs-branch to ws-prev-cs-branch.
           move cs-item-number to ws-prev-cs-item-number.
           add 1 to ws-scheduled-count.

           move cs-branch to im-branch.
           move cs-item-number to im-item-number.
           read master-file
               invalid key
                   add 1 to ws-not-on-master-count
                   perform 4110-return-due-item
                   go to 4200-print-due-item-exit
           end-read.

           perform 2050-print-master-item.

           perform 4110-return-due-item.

       4200-print-due-item-exit.

           exit.

       4500-print-cycle-totals.

           move spaces to ws-print-line.
           move ws-scheduled-count to ws-count-ed.
           string
               "ITEMS DUE ON THE CYCLE CALENDAR: " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write sheet-line from ws-print-line.

           if ws-not-on-master-count > 0
               move spaces to ws-print-line
               move ws-not-on-master-count to ws-count-ed
               string
                   "WARNING - DUE BUT NOT ON THE MASTER, NOT PRINTED: " delimited by size
                   ws-count-ed delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write sheet-line from ws-print-line
           end-if.

       end program A2-CountSheet.
