
       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         05 hs-net-price pic 9999999v99.
         05 hs-transportation-charge pic 9999999v99.
         05 hs-class pic x.
         *> R = customer credit
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

       fd audit-file
           data record is audit-line

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

           move 0 to ws-imp-cur-transp(ws-slot).
           move 0 to ws-imp-pnd-transp(ws-slot).

       *> a credit keeps the rates of the sale it reverses, so a pending
       *> rate change never touches it and it stays out of the preview
       4100-reprice-one-record.

           if hs-run-date is numeric
             and hs-run-date = ws-latest-hist-date
             and hs-tran-type not = "R"
               perform 4200-reprice-record
           end-if.
           perform 3100-read-history-record.
