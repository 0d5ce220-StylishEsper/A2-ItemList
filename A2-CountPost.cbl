               record key is im-item-key
               file status is ws-master-status.

           *> class-to-GL-account map shared with the daily run - the
           *> count-variance columns price each posted variance
           select account-map-file
               assign to "../../../A2-ItemList/A2.map"
               organization is line sequential
               file status is ws-map-status.

           *> balanced inventory journal lines in the A2.glp layout,
           *> appended alongside A2-ItemMaint's, for import into the
           *> general ledger - rolled off to A2.glh and emptied by
           *> A2-MstUnload each night, once the day's lines have gone
           *> to the ledger
           select gl-inventory-file
               assign to "../../../A2-ItemList/A2.gli"
               organization is line sequential
               file status is ws-gl-status.

           *> shared stock movement journal - appended to by every
           *> program that changes an on-hand quantity, rolled off to
           *> A2.mvh by A2-MstUnload as each new backup is cut
           select movement-journal-file
               assign to "../../../A2-ItemList/A2.mvj"
               organization is line sequential
               file status is ws-journal-status.

           *> applied/rejected audit listing for the posting run, laid
           *> out the same way as the maintenance listing A2.mnl
           select listing-file
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

       fd account-map-file
           data record is mp-map-record
           record contains 145 characters.

       01 mp-map-record.
         05 mp-class pic x.
         05 mp-ext-dr-account pic x(8).
         05 mp-ext-cr-account pic x(8).
         05 mp-disc-dr-account pic x(8).
         05 mp-disc-cr-account pic x(8).
         05 mp-net-dr-account pic x(8).
         05 mp-net-cr-account pic x(8).
         05 mp-trn-dr-account pic x(8).
         05 mp-trn-cr-account pic x(8).
         *> inventory-side pairs, each keyed the way round the stock
         *> normally moves - a count that finds more than the book is
         *> dr inventory, cr count variance, and a shortfall posts the
         *> same pair swapped
         05 mp-cogs-dr-account pic x(8).
         05 mp-cogs-cr-account pic x(8).
         05 mp-rcv-dr-account pic x(8).
         05 mp-rcv-cr-account pic x(8).
         05 mp-adj-dr-account pic x(8).
         05 mp-adj-cr-account pic x(8).
         05 mp-xfr-dr-account pic x(8).
         05 mp-xfr-cr-account pic x(8).
         05 mp-cnt-dr-account pic x(8).
         05 mp-cnt-cr-account pic x(8).

       fd gl-inventory-file
           data record is gl-posting-record
           record contains 40 characters.

       01 gl-posting-record.
         05 gl-run-date pic 9(8).
         05 gl-class pic x.
         05 gl-account pic x(8).
         *> D = debit, C = credit - every amount is cut as one D record
         *> and one C record for the same value
         05 gl-dr-cr pic x.
         05 gl-amount pic 9(10)v99.
         05 gl-amount-type pic x(10).

       fd movement-journal-file
           data record is mj-journal-record
           record contains 65 characters.

       *> one record per change to an on-hand quantity, whichever
       *> program made it - A2-StockRecon rolls the last backup forward
       *> through these and proves the result against A2.mst
       01 mj-journal-record.
         05 mj-business-date pic 9(8).
         05 mj-program pic x(10).
         05 mj-branch pic xx.
         05 mj-item-number pic x(4).
         *> SL sale, CR customer credit, AD item added, RC receipt,
         *> AJ adjustment, DL item deleted, TO transfer out, TI
         *> transfer in, CV count variance, RL reloaded from backup,
         *> RS reload started (no branch/item - every quantity logged
         *> before it was replaced by the reload)
         05 mj-movement-type pic xx.
         05 mj-qty-before pic s9(5) sign leading separate.
         05 mj-qty-change pic s9(6) sign leading separate.
         05 mj-qty-after pic s9(5) sign leading separate.
         05 mj-reference pic x(20).

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


       01 ws-run-date pic 9(8) value 0.

       *> inventory GL support - a variance moves stock value at the
       *> item's average cost, standard cost standing in until the
       *> first costed receipt
       01 ws-map-status pic xx value "00".
       01 ws-gl-status pic xx value "00".
       01 ws-map-eof pic x value "N".
       01 ws-map-count pic 9(2) value 0.
       01 ws-map-search-idx pic 9(2) value 0.
       01 ws-map-match-idx pic 9(2) value 0.
       01 ws-map-table.
         05 ws-map-entry occurs 20 times.
           10 ws-map-class pic x.
           10 ws-map-cnt-dr pic x(8).
           10 ws-map-cnt-cr pic x(8).
       01 ws-gl-class pic x value spaces.
       01 ws-gl-unit-cost pic 9999v99 value 0.
       01 ws-gl-qty pic 9(6) value 0.
       01 ws-gl-pair-amt pic 9(10)v99 value 0.
       01 ws-gl-pair-dr pic x(8) value spaces.
       01 ws-gl-pair-cr pic x(8) value spaces.
       01 ws-gl-pair-count pic 9(5) value 0.
       01 ws-gl-unmapped-line pic x(100).

       01 ws-journal-status pic xx value "00".
       01 ws-journal-before pic s9(5) value 0.
       01 ws-journal-count-date-ed pic 9(8).

       01 ws-master-found pic x value "N".
       01 ws-disposition pic x(9) value spaces.
       01 ws-reject-reason pic x(40) value spaces.
               display "RESTORE THE MASTER WITH A2-MSTRELOAD BEFORE RESUBMITTING"
               display "IF IT PREDATES THE COSTING COLUMNS, RUN A2-MSTCONVERT ONCE TO CUT A"
               display "NEW-LAYOUT BACKUP GENERATION, THEN RELOAD FROM GENERATION 1"
               display "ONE FROM BEFORE THE VENDOR COLUMN RELOADS AS IS FROM ITS LAST NIGHTLY UNLOAD"
               move 8 to return-code
               goback
           end-if.

           perform 200-load-account-map.

           open extend gl-inventory-file.
           if ws-gl-status = "35"
               open output gl-inventory-file
           end-if.

           open extend movement-journal-file.
           if ws-journal-status = "35"
               open output movement-journal-file
           end-if.

           move spaces to ws-banner-line.
           move ws-run-date to ws-run-date-ed.
           string
               close variance-file
           end-if.
           close master-file.
           close gl-inventory-file.
           close movement-journal-file.
           close listing-file.

           move 0 to return-code.
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       200-load-account-map.

           move "N" to ws-map-eof.
           open input account-map-file.

           if ws-map-status = "00"
             then
               perform 210-read-map-record
               perform 220-store-map-record
                 until ws-map-eof = "Y"
               close account-map-file
             else
               display "WARNING - GL ACCOUNT MAP A2.MAP NOT FOUND - NO INVENTORY POSTINGS CUT"
               write listing-line from "WARNING - GL ACCOUNT MAP A2.MAP NOT FOUND - NO INVENTORY POSTINGS CUT"
           end-if.

       210-read-map-record.

           read account-map-file
               at end
                   move "Y" to ws-map-eof
           end-read.

       220-store-map-record.

           if ws-map-count < 20
               add 1 to ws-map-count
               move mp-class to ws-map-class(ws-map-count)
               move mp-cnt-dr-account to ws-map-cnt-dr(ws-map-count)
               move mp-cnt-cr-account to ws-map-cnt-cr(ws-map-count)
           end-if.
           perform 210-read-map-record.

       loopy-loopy.

           add 1 to ws-row-count.

       2000-apply-variance.

           move im-on-hand-qty to ws-journal-before.
           add cv-variance-qty to im-on-hand-qty.
           rewrite im-master-record.

           perform 2100-write-journal-record.

           perform 4000-post-variance thru 4000-post-variance-exit.

       2100-write-journal-record.

           move ws-run-date to mj-business-date.
           move "COUNTPOST" to mj-program.
           move im-branch to mj-branch.
           move im-item-number to mj-item-number.
           move "CV" to mj-movement-type.
           move ws-journal-before to mj-qty-before.
           move cv-variance-qty to mj-qty-change.
           move im-on-hand-qty to mj-qty-after.

           move spaces to mj-reference.
           if cv-count-date is numeric
             then
               move cv-count-date to ws-journal-count-date-ed
             else
               move 0 to ws-journal-count-date-ed
           end-if.
           string
               "COUNT OF " delimited by size
               ws-journal-count-date-ed delimited by size
               into mj-reference
           end-string.

           write mj-journal-record.

       3000-write-audit-line.

           if cv-book-qty is numeric
           display ws-audit-line.
           write listing-line from ws-audit-line.

       *> the posting class follows the daily run's GL extract - the
       *> four business classes under their own rows, anything else
       *> under "O"
       4000-post-variance.

           if im-class = "A" or im-class = "B" or im-class = "D"
             or im-class = "F"
             then
               move im-class to ws-gl-class
             else
               move "O" to ws-gl-class
           end-if.

           if im-avg-cost > 0
             then
               move im-avg-cost to ws-gl-unit-cost
             else
               move im-standard-cost to ws-gl-unit-cost
           end-if.

           if cv-variance-qty < 0
             then
               subtract cv-variance-qty from 0 giving ws-gl-qty
             else
               move cv-variance-qty to ws-gl-qty
           end-if.

           multiply ws-gl-qty by ws-gl-unit-cost giving ws-gl-pair-amt.

           if ws-gl-pair-amt = 0
               go to 4000-post-variance-exit
           end-if.

           move 0 to ws-map-match-idx.
           if ws-map-count > 0
               perform 4050-search-map-class
                 varying ws-map-search-idx from 1 by 1
                 until ws-map-search-idx > ws-map-count
           end-if.

           if ws-map-match-idx = 0
               move spaces to ws-gl-unmapped-line
               string
                   "NO GL ACCOUNT MAP ROW FOR CLASS " delimited by size
                   ws-gl-class delimited by size
                   " - COUNT VARIANCE PAIR NOT CUT" delimited by size
                   into ws-gl-unmapped-line
               end-string
               display ws-gl-unmapped-line
               write listing-line from ws-gl-unmapped-line
               go to 4000-post-variance-exit
           end-if.

           *> a count over book adds stock; a shortfall writes it off
           if cv-variance-qty < 0
             then
               move ws-map-cnt-cr(ws-map-match-idx) to ws-gl-pair-dr
               move ws-map-cnt-dr(ws-map-match-idx) to ws-gl-pair-cr
             else
               move ws-map-cnt-dr(ws-map-match-idx) to ws-gl-pair-dr
               move ws-map-cnt-cr(ws-map-match-idx) to ws-gl-pair-cr
           end-if.

           *> a half-keyed A2.map row (or one written before the
           *> inventory columns) must not put a blank account into the
           *> journal - drop the pair and tell the operator instead
           if ws-gl-pair-dr = spaces or ws-gl-pair-cr = spaces
               move spaces to ws-gl-unmapped-line
               string
                   "CLASS " delimited by size
                   ws-gl-class delimited by size
                   " COUNT VAR HAS A BLANK ACCOUNT IN A2.MAP - PAIR NOT CUT" delimited by size
                   into ws-gl-unmapped-line
               end-string
               display ws-gl-unmapped-line
               write listing-line from ws-gl-unmapped-line
               go to 4000-post-variance-exit
           end-if.

           move ws-run-date to gl-run-date.
           move ws-gl-class to gl-class.
           move ws-gl-pair-amt to gl-amount.
           move "COUNT VAR" to gl-amount-type.
           move ws-gl-pair-dr to gl-account.
           move "D" to gl-dr-cr.
           write gl-posting-record.
           move ws-gl-pair-cr to gl-account.
           move "C" to gl-dr-cr.
           write gl-posting-record.
           add 1 to ws-gl-pair-count.

       4000-post-variance-exit.

           exit.

       4050-search-map-class.

           if ws-map-class(ws-map-search-idx) = ws-gl-class
             and ws-map-match-idx = 0
               move ws-map-search-idx to ws-map-match-idx
           end-if.

       9000-print-totals.

           display "".
           display ws-total-line.
           write listing-line from ws-total-line.

           move spaces to ws-total-line.
           move ws-gl-pair-count to ws-total-count-ed.
           string
               "GL PAIRS TO A2.GLI:    " delimited by size
               ws-total-count-ed delimited by size
               into ws-total-line
           end-string.
           display ws-total-line.
           write listing-line from ws-total-line.

       end program A2-CountPost.
