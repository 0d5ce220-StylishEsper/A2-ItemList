       identification division.
       program-id. A2-CountAcc as "A2_ItemList.A2-CountAcc".
       author. Ahmed Butt.
       date-written. 2026-10-15.

       environment division.
       configuration section.

       input-output section.
       file-control.

           *> every count A2-CountVar has compared, appended run after
           *> run, each under the ABC class its item had at the time
           select count-history-file
               assign to "../../../A2-ItemList/A2.cah"
               organization is line sequential
               file status is ws-cah-status.

           *> accuracy report - per class, month by month for the last
           *> year, the share of counts that matched the book exactly
           select report-file
               assign to "../../../A2-ItemList/A2.car"
               organization is line sequential
               file status is ws-report-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> only the business date matters here: the year reported
           *> ends with its month
           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
               file status is ws-param-status.

           select history-sort-file
               assign to "sortwk14".

       data division.
       file section.

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

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line pic x(100).

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

       *> a count rerun on the same day for the same item appends a
       *> second row - the sequence puts the later one first, and it
       *> is the one that stands
       sd history-sort-file
           data record is sh-record.

       01 sh-record.
         05 sh-count-date pic 9(8).
         05 sh-branch pic xx.
         05 sh-item-number pic x(4).
         05 sh-seq pic 9(9).
         05 sh-abc-class pic x.
         05 sh-variance-qty pic s9(6).
         05 sh-variance-value pic s9(9)v99.

       working-storage section.

       01 ws-cah-status pic xx value "00".
       01 ws-report-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-cah-eof pic x value "N".
       01 ws-sort-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyy pic 9(4).
         05 ws-run-mm pic 9(2).
         05 ws-run-dd pic 9(2).

       01 ws-seq pic 9(9) value 0.
       01 ws-prev-count-date pic 9(8) value 0.
       01 ws-prev-branch pic xx value spaces.
       01 ws-prev-item-number pic x(4) value spaces.

       *> months are numbered yyyy x 12 + mm so a year boundary is
       *> just another step of one
       01 ws-run-month-no pic 9(6) value 0.
       01 ws-row-month-no pic 9(6) value 0.
       01 ws-month-back pic s9(6) value 0.
       01 ws-row-date pic 9(8) value 0.
       01 ws-row-date-r redefines ws-row-date.
         05 ws-row-yyyy pic 9(4).
         05 ws-row-mm pic 9(2).
         05 ws-row-dd pic 9(2).

       *> slot 13 is the business date's month, slot 2 eleven months
       *> before it - slot 1 is the month before that, kept only so the
       *> first month shown has something to compare against
       01 ws-month-table.
         05 ws-month-row occurs 13 times.
           10 ws-month-yyyymm pic 9(6).
           10 ws-acc-class occurs 4 times.
             15 ws-acc-counted pic 9(7).
             15 ws-acc-exact pic 9(7).
             15 ws-acc-abs-value pic 9(11)v99.

       *> the classes as A2-AbcClass cuts them, then the counts taken
       *> of items it hadn't classified
       01 ws-class-names.
         05 filler pic x(13) value "ACLASS A".
         05 filler pic x(13) value "BCLASS B".
         05 filler pic x(13) value "CCLASS C".
         05 filler pic x(13) value " UNCLASSIFIED".
       01 ws-class-names-r redefines ws-class-names.
         05 ws-class-row occurs 4 times.
           10 ws-class-code pic x.
           10 ws-class-name pic x(12).

       01 ws-month-idx pic 99 value 0.
       01 ws-class-idx pic 9 value 0.
       01 ws-slot-yyyy pic 9(4) value 0.
       01 ws-slot-mm pic 9(2) value 0.
       01 ws-slot-month-no pic 9(6) value 0.
       01 ws-slot-work pic 9(6) value 0.

       01 ws-pct pic 9(3)v9 value 0.
       01 ws-prev-pct pic 9(3)v9 value 0.
       01 ws-pct-change pic s9(3)v9 value 0.
       01 ws-pct-work pic 9(9)v9 value 0.
       01 ws-abs-work pic 9(9)v99 value 0.

       01 ws-class-counted pic 9(7) value 0.
       01 ws-class-exact pic 9(7) value 0.
       01 ws-class-abs-value pic 9(11)v99 value 0.
       01 ws-total-counted pic 9(7) value 0.
       01 ws-total-exact pic 9(7) value 0.
       01 ws-total-abs-value pic 9(11)v99 value 0.

       01 ws-read-count pic 9(7) value 0.
       01 ws-superseded-count pic 9(7) value 0.
       01 ws-outside-count pic 9(7) value 0.

       01 ws-heading1 pic x(100) value "MONTH    COUNTED    EXACT  ACCURACY    CHANGE   ABS VARIANCE VALUE".
       01 ws-heading2 pic x(100) value "------   -------    -----  --------    ------   ------------------".

       01 ws-print-line pic x(100).
       01 ws-count-ed pic z,zzz,zz9.
       01 ws-count2-ed pic z,zzz,zz9.
       01 ws-pct-ed pic zz9.9.
       01 ws-change-ed pic +zz9.9.
       01 ws-value-ed pic zz,zzz,zzz,zz9.99.
       01 ws-date-ed pic 9(8).
       01 ws-month-ed pic 9(6).

       01 ws-my-info.
         05 filler pic x(70) value spaces.
         05 ws-info pic x(30) value "Ahmed Butt, A2 - COUNT ACC".

       procedure division.
       000-main.

           accept ws-run-date from date yyyymmdd.
           perform 100-read-run-parameters.

           open output report-file.

           display ws-my-info.
           display "".
           write report-line from ws-my-info.
           write report-line from "".

           move spaces to ws-print-line.
           move ws-run-date to ws-date-ed.
           string
               "CYCLE COUNT ACCURACY BY ABC CLASS - TWELVE MONTHS TO " delimited by size
               ws-date-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           display "AN ACCURATE COUNT IS ONE THAT MATCHED THE BOOK QUANTITY EXACTLY".
           write report-line from "AN ACCURATE COUNT IS ONE THAT MATCHED THE BOOK QUANTITY EXACTLY".

           perform 200-set-month-table.

           *> no history yet is not a failure - the first cycle simply
           *> hasn't been compared
           open input count-history-file.
           if ws-cah-status not = "00"
             then
               display "WARNING - COUNT HISTORY A2.CAH NOT FOUND - NO COUNTS TO REPORT"
               write report-line from "WARNING - COUNT HISTORY A2.CAH NOT FOUND - NO COUNTS TO REPORT"
             else
               sort history-sort-file
                   on ascending key sh-count-date sh-branch sh-item-number
                   on descending key sh-seq
                   input procedure is 1000-feed-sort
                   output procedure is 2000-accumulate-counts
               close count-history-file
           end-if.

           perform 3000-print-class-block
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 4.

           perform 9000-print-totals.

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
               end-read
               close run-param-file
             else
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       200-set-month-table.

           multiply ws-run-yyyy by 12 giving ws-run-month-no.
           add ws-run-mm to ws-run-month-no.

           perform 210-set-month-row
             varying ws-month-idx from 1 by 1
             until ws-month-idx > 13.

       *> month number back to yyyymm - month numbers run 1-12 within
       *> a year as yyyy x 12 + mm, so december is a whole multiple
       210-set-month-row.

           subtract 13 from ws-run-month-no giving ws-slot-month-no.
           add ws-month-idx to ws-slot-month-no.
           subtract 1 from ws-slot-month-no giving ws-slot-work.
           divide ws-slot-work by 12 giving ws-slot-yyyy
               remainder ws-slot-mm.
           add 1 to ws-slot-mm.

           multiply ws-slot-yyyy by 100 giving ws-month-yyyymm(ws-month-idx).
           add ws-slot-mm to ws-month-yyyymm(ws-month-idx).

           perform 220-clear-class-row
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 4.

       220-clear-class-row.

           move 0 to ws-acc-counted(ws-month-idx ws-class-idx).
           move 0 to ws-acc-exact(ws-month-idx ws-class-idx).
           move 0 to ws-acc-abs-value(ws-month-idx ws-class-idx).

       1000-feed-sort.

           move "N" to ws-cah-eof.
           perform 1100-read-history-record.
           perform 1200-release-history-record
             until ws-cah-eof = "Y".

       1100-read-history-record.

           read count-history-file
               at end
                   move "Y" to ws-cah-eof
           end-read.

       1200-release-history-record.

           add 1 to ws-seq.
           add 1 to ws-read-count.

           if ca-count-date is numeric
             and ca-count-date > 0
               move ca-count-date to sh-count-date
               move ca-branch to sh-branch
               move ca-item-number to sh-item-number
               move ws-seq to sh-seq
               move ca-abc-class to sh-abc-class
               move ca-variance-qty to sh-variance-qty
               move ca-variance-value to sh-variance-value
               release sh-record
           end-if.

           perform 1100-read-history-record.

       2000-accumulate-counts.

           move "N" to ws-sort-eof.
           perform 2100-return-sorted-record.
           perform 2200-accumulate-one-count thru 2200-accumulate-one-count-exit
             until ws-sort-eof = "Y".

       2100-return-sorted-record.

           return history-sort-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       2200-accumulate-one-count.

           if sh-count-date = ws-prev-count-date
             and sh-branch = ws-prev-branch
             and sh-item-number = ws-prev-item-number
               add 1 to ws-superseded-count
               go to 2200-accumulate-one-count-read
           end-if.

           move sh-count-date to ws-prev-count-date.
           move sh-branch to ws-prev-branch.
           move sh-item-number to ws-prev-item-number.

           move sh-count-date to ws-row-date.
           multiply ws-row-yyyy by 12 giving ws-row-month-no.
           add ws-row-mm to ws-row-month-no.
           subtract ws-row-month-no from ws-run-month-no
               giving ws-month-back.

           if ws-month-back < 0 or ws-month-back > 12
               add 1 to ws-outside-count
               go to 2200-accumulate-one-count-read
           end-if.

           *> the month before the year still counts toward the first
           *> month's change, but isn't shown itself
           if ws-month-back = 12
               add 1 to ws-outside-count
           end-if.

           subtract ws-month-back from 13 giving ws-month-idx.

           move 4 to ws-class-idx.
           if sh-abc-class = "A"
               move 1 to ws-class-idx
           end-if.
           if sh-abc-class = "B"
               move 2 to ws-class-idx
           end-if.
           if sh-abc-class = "C"
               move 3 to ws-class-idx
           end-if.

           add 1 to ws-acc-counted(ws-month-idx ws-class-idx).
           if sh-variance-qty = 0
               add 1 to ws-acc-exact(ws-month-idx ws-class-idx)
           end-if.

           *> over and under both count against accuracy, so the value
           *> is taken without its sign
           if sh-variance-value < 0
             then
               subtract sh-variance-value from 0 giving ws-abs-work
             else
               move sh-variance-value to ws-abs-work
           end-if.
           add ws-abs-work to ws-acc-abs-value(ws-month-idx ws-class-idx).

       2200-accumulate-one-count-read.

           perform 2100-return-sorted-record.

       2200-accumulate-one-count-exit.

           exit.

       3000-print-class-block.

           move 0 to ws-class-counted.
           move 0 to ws-class-exact.
           move 0 to ws-class-abs-value.

           move spaces to ws-print-line.
           string
               ws-class-name(ws-class-idx) delimited by "  "
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

           perform 3100-print-month-line thru 3100-print-month-line-exit
             varying ws-month-idx from 2 by 1
             until ws-month-idx > 13.

           move 0 to ws-pct.
           if ws-class-counted > 0
               multiply ws-class-exact by 100 giving ws-pct-work
               divide ws-pct-work by ws-class-counted
                   giving ws-pct rounded
           end-if.

           move ws-class-counted to ws-count-ed.
           move ws-class-exact to ws-count2-ed.
           move ws-pct to ws-pct-ed.
           move ws-class-abs-value to ws-value-ed.
           move spaces to ws-print-line.
           string
               "YEAR   " delimited by size
               ws-count-ed delimited by size
               ws-count2-ed delimited by size
               "    " delimited by size
               ws-pct-ed delimited by size
               "%" delimited by size
               into ws-print-line
           end-string.
           move ws-value-ed to ws-print-line(50:17).
           display ws-print-line.
           write report-line from ws-print-line.

           add ws-class-counted to ws-total-counted.
           add ws-class-exact to ws-total-exact.
           add ws-class-abs-value to ws-total-abs-value.

       *> the change is against the month before for the same class,
       *> and only where both months had counts to measure
       3100-print-month-line.

           move ws-month-yyyymm(ws-month-idx) to ws-month-ed.
           move ws-acc-counted(ws-month-idx ws-class-idx) to ws-count-ed.
           move ws-acc-exact(ws-month-idx ws-class-idx) to ws-count2-ed.
           move ws-acc-abs-value(ws-month-idx ws-class-idx) to ws-value-ed.

           add ws-acc-counted(ws-month-idx ws-class-idx) to ws-class-counted.
           add ws-acc-exact(ws-month-idx ws-class-idx) to ws-class-exact.
           add ws-acc-abs-value(ws-month-idx ws-class-idx) to ws-class-abs-value.

           move spaces to ws-print-line.

           if ws-acc-counted(ws-month-idx ws-class-idx) = 0
               string
                   ws-month-ed delimited by size
                   "         NO COUNTS" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write report-line from ws-print-line
               go to 3100-print-month-line-exit
           end-if.

           multiply ws-acc-exact(ws-month-idx ws-class-idx) by 100
               giving ws-pct-work.
           divide ws-pct-work by ws-acc-counted(ws-month-idx ws-class-idx)
               giving ws-pct rounded.
           move ws-pct to ws-pct-ed.

           string
               ws-month-ed delimited by size
               " " delimited by size
               ws-count-ed delimited by size
               ws-count2-ed delimited by size
               "    " delimited by size
               ws-pct-ed delimited by size
               "%" delimited by size
               into ws-print-line
           end-string.

           subtract 1 from ws-month-idx giving ws-slot-work.
           if ws-acc-counted(ws-slot-work ws-class-idx) > 0
               multiply ws-acc-exact(ws-slot-work ws-class-idx) by 100
                   giving ws-pct-work
               divide ws-pct-work by ws-acc-counted(ws-slot-work ws-class-idx)
                   giving ws-prev-pct rounded
               subtract ws-prev-pct from ws-pct giving ws-pct-change
               move ws-pct-change to ws-change-ed
               move ws-change-ed to ws-print-line(40:6)
           end-if.

           move ws-value-ed to ws-print-line(50:17).

           display ws-print-line.
           write report-line from ws-print-line.

       3100-print-month-line-exit.

           exit.

       9000-print-totals.

           display "".
           write report-line from "".

           move 0 to ws-pct.
           if ws-total-counted > 0
               multiply ws-total-exact by 100 giving ws-pct-work
               divide ws-pct-work by ws-total-counted
                   giving ws-pct rounded
           end-if.

           move spaces to ws-print-line.
           move ws-total-counted to ws-count-ed.
           move ws-total-exact to ws-count2-ed.
           move ws-pct to ws-pct-ed.
           string
               "ALL CLASSES - COUNTED " delimited by size
               ws-count-ed delimited by size
               "  EXACT " delimited by size
               ws-count2-ed delimited by size
               "  ACCURACY " delimited by size
               ws-pct-ed delimited by size
               "%" delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-total-abs-value to ws-value-ed.
           string
               "ABS VARIANCE VALUE AT STANDARD COST: " delimited by size
               ws-value-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           display "".
           write report-line from "".

           move spaces to ws-print-line.
           move ws-read-count to ws-count-ed.
           string
               "COUNT HISTORY ROWS READ:     " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-superseded-count to ws-count-ed.
           string
               "SUPERSEDED BY A RECOUNT:     " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-outside-count to ws-count-ed.
           string
               "OUTSIDE THE TWELVE MONTHS:   " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

       end program A2-CountAcc.
