           *> costing columns existed still carries the old 36-byte
           *> record, and the daily programs refuse to open it. this
           *> utility reads it under the OLD layout and cuts a
           *> generation-1 backup in the current 56-byte flat format
           *> with the costing columns zeroed and no preferred vendor,
           *> so A2-MstReload can rebuild A2.mst in the new shape. run
           *> it once, reload, and retire the old file.
           select old-master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed

       fd backup-gen1-file
           data record is ub-unload-record
           record contains 56 characters.

       *> the same H/D/T flat layout A2-MstUnload cuts and
       *> A2-MstReload verifies
         05 ub-on-hand-qty pic s9(5) sign leading separate.
         05 ub-last-cost pic 9999v99.
         05 ub-avg-cost pic 9999v99.
         05 ub-vendor-number pic x(6).

       01 ub-header-record redefines ub-unload-record.
         05 ub-hd-record-type pic x.
         05 ub-hd-unload-date pic 9(8).
         05 filler pic x(47).

       01 ub-trailer-record redefines ub-unload-record.
         05 ub-tr-record-type pic x.
         05 ub-tr-record-count pic 9(7).
         05 filler pic x(48).

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

           *> the valuation prices these items at standard until then
           move 0 to ub-last-cost.
           move 0 to ub-avg-cost.
           move spaces to ub-vendor-number.

           write ub-unload-record.

