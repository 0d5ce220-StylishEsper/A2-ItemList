
       fd run-log-file
           data record is rl-run-log-record
           record contains 120 characters.

       01 rl-run-log-record.
         05 rl-run-date pic 9(8).
         05 rl-balance-flag pic x.
         05 rl-completion-flag pic x.
         05 rl-run-mode pic x.
         05 rl-trailer-credit-count pic 9(7).
         05 rl-trailer-credit-hash pic 9(8).
         05 rl-credit-ext pic 9(10)v99.
         05 rl-credit-net pic 9(10)v99.
         05 rl-credit-transp pic 9(10)v99.

       fd run-log-scan-file
           data record is sc-run-log-record
           record contains 120 characters.

       01 sc-run-log-record.
         05 sc-run-date pic 9(8).
         05 sc-balance-flag pic x.
         05 sc-completion-flag pic x.
         05 sc-run-mode pic x.
         05 sc-trailer-credit-count pic 9(7).
         05 sc-trailer-credit-hash pic 9(8).
         05 sc-credit-ext pic 9(10)v99.
         05 sc-credit-net pic 9(10)v99.
         05 sc-credit-transp pic 9(10)v99.

       fd reject-file
           data record is rj-reject-record
           record contains 45 characters.

       01 rj-reject-record pic x(45).

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

       working-storage section.

