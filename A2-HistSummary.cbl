
       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         *> class code appended by A2-ItemList - blank on records written
         *> before the column existed; not used by the MTD rollup.
         05 hs-class pic x.
         *> R = customer credit, held positive and taken off here
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

       fd output-file
           data record is output-line

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

       *> the open month's records, sorted by item number so the MTD
       *> totals fall out of a control break - the same shape as the
       sd sort-work-file
           data record is sw-record.

       *> signed, so a credit goes into the sort already reversed and
       *> the rollup below nets it off by plain addition
       01 sw-record.
         05 sw-item-number pic x(4).
         05 sw-qty pic s999.
         05 sw-extended-price pic s9999999v99.
         05 sw-discount-amount pic s999999v99.
         05 sw-net-price pic s9999999v99.
         05 sw-transportation-charge pic s9999999v99.

       working-storage section.

       *> control-break state for the sorted open-month detail
       01 ws-first-record pic x value "Y".
       01 ws-brk-item-number pic x(4) value spaces.
       01 ws-acc-qty pic s9(7) value 0.
       01 ws-acc-ext pic s9(9)v99 value 0.
       01 ws-acc-disc pic s9(9)v99 value 0.
       01 ws-acc-net pic s9(9)v99 value 0.
       01 ws-acc-transp pic s9(9)v99 value 0.

       01 ws-heading1 pic x(80) value "ITEM    QTY       EXTENDED       DISCOUNT      NET PRICE   TRANSPORTATION".
       01 ws-heading2 pic x(80) value " #                 PRICE          AMOUNT                        CHARGE    ".
         05 filler pic x value spaces.
         05 ws-mtd-item-number-ed pic x(4).
         05 filler pic x(3) value spaces.
         *> trailing sign - an item that took back more than it sold
         *> this month shows net negative
         05 ws-mtd-qty-ed pic zzzzzz9-.
         05 filler pic x(2) value spaces.
         05 ws-mtd-ext-ed pic z,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-mtd-disc-ed pic zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-mtd-net-ed pic z,zzz,zz9.99-.
         05 filler pic x(4) value spaces.
         05 ws-mtd-transp-ed pic z,zzz,zz9.99-.

       procedure division.
       000-main.
           if hs-run-date is numeric
             and hs-run-yyyymm = ws-today-yyyymm
               move hs-item-number to sw-item-number
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
           end-if.

