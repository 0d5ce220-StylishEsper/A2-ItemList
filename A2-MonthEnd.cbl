
       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         05 hs-net-price pic 9999999v99.
         05 hs-transportation-charge pic 9999999v99.
         05 hs-class pic x.
         *> R = customer credit - rolled in as a reversal
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

       sd sort-work-file
           data record is sw-record.
       01 sw-record.
         05 sw-yyyymm pic 9(6).
         05 sw-item-number pic x(4).
         05 sw-branch pic xx.
         05 sw-class pic x.
         05 sw-qty pic s999.
         05 sw-extended-price pic s9999999v99.
         05 sw-discount-amount pic s999999v99.
         05 sw-net-price pic s9999999v99.
         05 sw-transportation-charge pic s9999999v99.

       fd summary-file
           data record is sum-out-record
           record contains 64 characters.

       01 sum-out-record pic x(64).

       fd archive-file
           data record is ar-archive-record
           record contains 54 characters.

       01 ar-archive-record pic x(54).

       fd summary-work-file
           data record is ms-summary-record
           record contains 64 characters.

       01 ms-summary-record.
         05 ms-item-number pic x(4).
         05 ms-yyyymm pic 9(6).
         05 ms-class pic x.
         *> net of customer credits, so signed - the sign rides in the
         *> last digit, which keeps the row length the same and lets
         *> rows written before credits were taken read back positive
         05 ms-qty-total pic s9(7).
         05 ms-ext-total pic s9(9)v99.
         05 ms-disc-total pic s9(9)v99.
         05 ms-net-total pic s9(9)v99.
         05 ms-transp-total pic s9(9)v99.
         *> selling branch - blank on rows rolled up before history
         *> carried one
         05 ms-branch pic xx.

       fd archive-work-file
           data record is aw-archive-record
           record contains 54 characters.

       01 aw-archive-record pic x(54).

       fd holdover-file
           data record is ho-holdover-record
           record contains 54 characters.

       01 ho-holdover-record pic x(54).

       fd listing-file
           data record is listing-line

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

       01 ws-first-record pic x value "Y".
       01 ws-brk-yyyymm pic 9(6) value 0.
       01 ws-brk-item-number pic x(4) value spaces.
       01 ws-brk-branch pic xx value spaces.
       01 ws-brk-class pic x value spaces.
       01 ws-acc-qty pic s9(7) value 0.
       01 ws-acc-ext pic s9(9)v99 value 0.
       01 ws-acc-disc pic s9(9)v99 value 0.
       01 ws-acc-net pic s9(9)v99 value 0.
       01 ws-acc-transp pic s9(9)v99 value 0.

       01 ws-print-line pic x(100).
       01 ws-count-ed pic zzzzzz9.
           open output holdover-file.

           sort sort-work-file
               on ascending key sw-yyyymm sw-item-number sw-branch sw-class
               input procedure is 1000-split-history
               output procedure is 2000-rollup-sorted-detail.

                   move hs-run-yyyymm to sw-yyyymm
                   move hs-item-number to sw-item-number
                   move hs-class to sw-class
                   move hs-branch to sw-branch
                   if hs-tran-type = "R"
                     then
                       subtract hs-qty from 0 giving sw-qty
                       subtract hs-extended-price from 0 giving sw-extended-price
                       subtract hs-discount-amount from 0 giving sw-discount-amount
                       subtract hs-net-price from 0 giving sw-net-price
                       subtract hs-transportation-charge from 0 giving sw-transportation-charge
                     else
                       move hs-qty to sw-qty
                       move hs-extended-price to sw-extended-price
                       move hs-discount-amount to sw-discount-amount
                       move hs-net-price to sw-net-price
                       move hs-transportation-charge to sw-transportation-charge
                   end-if
                   release sw-record
                 else
                   add 1 to ws-open-count
                   perform 2300-start-new-key
                 else
                   if sw-item-number not = ws-brk-item-number
                     or sw-branch not = ws-brk-branch
                     or sw-class not = ws-brk-class
                       perform 2400-write-summary-record
                       perform 2300-start-new-key

           move sw-yyyymm to ws-brk-yyyymm.
           move sw-item-number to ws-brk-item-number.
           move sw-branch to ws-brk-branch.
           move sw-class to ws-brk-class.
           move 0 to ws-acc-qty.
           move 0 to ws-acc-ext.
           move ws-brk-item-number to ms-item-number.
           move ws-brk-yyyymm to ms-yyyymm.
           move ws-brk-class to ms-class.
           move ws-brk-branch to ms-branch.
           move ws-acc-qty to ms-qty-total.
           move ws-acc-ext to ms-ext-total.
           move ws-acc-disc to ms-disc-total.
