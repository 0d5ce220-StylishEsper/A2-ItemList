
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

       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         05 hs-net-price pic 9999999v99.
         05 hs-transportation-charge pic 9999999v99.
         05 hs-class pic x.
         *> R = customer credit - counts against the period it lands in
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

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

       fd flagged-work-file
           data record is fw-flagged-line
         *> 1 = current month, 2 = previous month, 3 = same month a
         *> year back
         05 tw-slot pic 9.
         05 tw-qty pic s9(7).
         05 tw-net pic s9(9)v99.

       working-storage section.

       01 ws-first-record pic x value "Y".
       01 ws-brk-item-number pic x(4) value spaces.
       01 ws-brk-class pic x value spaces.
       01 ws-brk-cur-qty pic s9(7) value 0.
       01 ws-brk-prev-qty pic s9(7) value 0.
       01 ws-brk-yoy-qty pic s9(7) value 0.
       01 ws-brk-cur-net pic s9(9)v99 value 0.
       01 ws-brk-prev-net pic s9(9)v99 value 0.
       01 ws-brk-yoy-net pic s9(9)v99 value 0.

       *> fields of the record being fed to the sort, whichever file
       *> it came from
       01 ws-acc-item-number pic x(4).
       01 ws-acc-class pic x.
       01 ws-acc-yyyymm pic 9(6).
       01 ws-acc-qty pic s9(7).
       01 ws-acc-net pic s9(9)v99.
       01 ws-acc-slot pic 9 value 0.

       *> per-class totals, slot order A B D F other - five fixed
       01 ws-slot pic 9 value 0.
       01 ws-cls-table.
         05 ws-cls-entry occurs 5 times.
           10 ws-cls-cur-qty pic s9(9).
           10 ws-cls-prev-qty pic s9(9).
           10 ws-cls-yoy-qty pic s9(9).
           10 ws-cls-cur-net pic s9(11)v99.
           10 ws-cls-prev-net pic s9(11)v99.
           10 ws-cls-yoy-net pic s9(11)v99.

       *> variance work fields - the difference and its x100 step get
       *> wide intermediates so a large month-over-month swing can't
       *> overflow before the divide brings it back down to a percent
       01 ws-var-base pic s9(11)v99 value 0.
       01 ws-var-cur pic s9(11)v99 value 0.
       01 ws-var-diff pic s9(12)v99 value 0.
       01 ws-var-diff100 pic s9(14)v99 value 0.
       01 ws-var-pct pic s9(5)v9 value 0.
       01 ws-drop-pct pic s9(5)v9 value 0.

       01 ws-print-line pic x(132).
       *> floating minus keeps the column widths - a period can net
       *> negative when credits outweigh its sales
       01 ws-qty-ed pic ------9.
       01 ws-qty2-ed pic ------9.
       01 ws-qty3-ed pic ------9.
       01 ws-net-ed pic ---,---,--9.99.
       01 ws-net2-ed pic ---,---,--9.99.
       01 ws-net3-ed pic ---,---,--9.99.
       01 ws-yyyymm-ed pic 9(6).
       01 ws-threshold-ed pic zz9.

               move hs-item-number to ws-acc-item-number
               move hs-class to ws-acc-class
               move hs-run-yyyymm to ws-acc-yyyymm
               if hs-tran-type = "R"
                 then
                   subtract hs-qty from 0 giving ws-acc-qty
                   subtract hs-net-price from 0 giving ws-acc-net
                 else
                   move hs-qty to ws-acc-qty
                   move hs-net-price to ws-acc-net
               end-if
               perform 1500-release-period-record
           end-if.

           move 0 to ws-brk-prev-net.
           move 0 to ws-brk-yoy-net.

       *> variance percent of current over a base period - a base of zero
       *> (or one netted below zero by credits) has no meaningful
       *> percent, so the caller gets "     N/A" instead of a number
       2800-compute-variance.

           if ws-var-base not > 0
             then
               move 0 to ws-var-pct
               move "     N/A" to ws-var-text
