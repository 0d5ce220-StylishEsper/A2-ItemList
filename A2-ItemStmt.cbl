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
         *> R = customer credit - shown and totalled as a reversal
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

       fd archive-file
           data record is ar-archive-record
           record contains 54 characters.

       01 ar-archive-record.
         05 ar-item-number pic x(4).
         05 ar-net-price pic 9999999v99.
         05 ar-transportation-charge pic 9999999v99.
         05 ar-class pic x.
         05 ar-tran-type pic x.
         05 ar-branch pic xx.

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

       sd sort-work-file
           data record is st-sort-record.

       01 st-sort-record.
         05 st-run-date pic 9(8).
         *> a credit is released already reversed, so it prints with
         *> its sign and the period totals net it off by addition
         05 st-qty pic s999.
         05 st-extended-price pic s9999999v99.
         05 st-discount-amount pic s999999v99.
         05 st-net-price pic s9999999v99.
         05 st-transportation-charge pic s9999999v99.
         05 st-class pic x.

       working-storage section.
       01 ws-earliest-detail-yyyymm pic 9(6) value 999999.

       *> statement period totals, detail and summary rows together
       01 ws-tot-qty pic s9(9) value 0.
       01 ws-tot-ext pic s9(11)v99 value 0.
       01 ws-tot-disc pic s9(11)v99 value 0.
       01 ws-tot-net pic s9(11)v99 value 0.
       01 ws-tot-transp pic s9(11)v99 value 0.

       01 ws-print-line pic x(132).
       01 ws-date-ed pic 9(8).
       01 ws-yyyymm-ed pic 9(6).
       01 ws-qty-ed pic zzzzzz9-.
       01 ws-on-hand-ed pic -9(5).
       01 ws-reorder-ed pic zzzz9.
       01 ws-cost-ed pic zzz9.99.
       01 ws-ext-ed pic z,zzz,zz9.99-.
       01 ws-disc-ed pic zzz,zz9.99-.
       01 ws-net-ed pic z,zzz,zz9.99-.
       01 ws-transp-ed pic z,zzz,zz9.99-.
       01 ws-tot-qty-ed pic zzz,zzz,zz9-.
       01 ws-tot-money-ed pic zzz,zzz,zz9.99-.
       01 ws-count-ed pic zzzz9.

       *> resume position for the STRING statements that build a line
           display ws-print-line.
           write report-line from ws-print-line.

           *> history written before it carried a branch can't be
           *> put against one, so a branch statement leaves it out
           if ws-req-branch not = spaces
               display "NOTE - HISTORY WRITTEN BEFORE IT CARRIED A BRANCH IS LEFT OUT OF A BRANCH STATEMENT"
               write report-line from "NOTE - HISTORY WRITTEN BEFORE IT CARRIED A BRANCH IS LEFT OUT OF A BRANCH STATEMENT"
           end-if.

       *> current master position, straight off A2.mst - every branch
               end-if
               if hs-run-date >= ws-req-from-date
                 and hs-run-date <= ws-req-to-date
                 and (ws-req-branch = spaces or hs-branch = ws-req-branch)
                   move hs-run-date to st-run-date
                   if hs-tran-type = "R"
                     then
                       subtract hs-qty from 0 giving st-qty
                       subtract hs-extended-price from 0 giving st-extended-price
                       subtract hs-discount-amount from 0 giving st-discount-amount
                       subtract hs-net-price from 0 giving st-net-price
                       subtract hs-transportation-charge from 0 giving st-transportation-charge
                     else
                       move hs-qty to st-qty
                       move hs-extended-price to st-extended-price
                       move hs-discount-amount to st-discount-amount
                       move hs-net-price to st-net-price
                       move hs-transportation-charge to st-transportation-charge
                   end-if
                   move hs-class to st-class
                   release st-sort-record
               end-if
               end-if
               if ar-run-date >= ws-req-from-date
                 and ar-run-date <= ws-req-to-date
                 and (ws-req-branch = spaces or ar-branch = ws-req-branch)
                   move ar-run-date to st-run-date
                   if ar-tran-type = "R"
                     then
                       subtract ar-qty from 0 giving st-qty
                       subtract ar-extended-price from 0 giving st-extended-price
                       subtract ar-discount-amount from 0 giving st-discount-amount
                       subtract ar-net-price from 0 giving st-net-price
                       subtract ar-transportation-charge from 0 giving st-transportation-charge
                     else
                       move ar-qty to st-qty
                       move ar-extended-price to st-extended-price
                       move ar-discount-amount to st-discount-amount
                       move ar-net-price to st-net-price
                       move ar-transportation-charge to st-transportation-charge
                   end-if
                   move ar-class to st-class
                   release st-sort-record
               end-if
             and ms-yyyymm < ws-earliest-detail-yyyymm
             and ms-yyyymm >= ws-req-from-yyyymm
             and ms-yyyymm <= ws-req-to-yyyymm
             and (ws-req-branch = spaces or ms-branch = ws-req-branch)
               add 1 to ws-summary-row-count
               perform 4300-print-summary-line
           end-if.
               ws-transp-ed delimited by size
               "  " delimited by size
               ms-class delimited by size
               " " delimited by size
               ms-branch delimited by size
               into ws-print-line
           end-string.

