               record key is im-item-key
               file status is ws-master-status.

           *> open purchase order lines raised by A2-PoEntry - a receipt
           *> relieves the PO line it quotes (or the oldest open line for
           *> the branch/item when none is quoted), so the daily reorder
           *> check stops counting stock that has now physically arrived
           *> as still being on the way
           select open-order-file
               assign to "../../../A2-ItemList/A2.poo"
               organization is indexed
               access mode is dynamic
               record key is po-order-key
               alternate record key is po-item-key with duplicates
               file status is ws-order-status.

           *> purchase order headers - the open-line count comes down as
           *> each line closes and the order closes with its last line
           select order-header-file
               assign to "../../../A2-ItemList/A2.poh"
               organization is indexed
               access mode is dynamic
               record key is ph-po-number
               file status is ws-header-status.

           *> closed PO lines, appended as they leave A2.poo - the
           *> vendor fill-rate and late-delivery figures come from here
           select po-history-file
               assign to "../../../A2-ItemList/A2.pfh"
               organization is line sequential
               file status is ws-pohist-status.

           *> vendor master - a preferred vendor keyed on an add or a
           *> V transaction must be one purchasing has set up
           select vendor-file
               assign to "../../../A2-ItemList/A2.vnd"
               organization is line sequential
               file status is ws-vendor-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> class-to-GL-account map shared with the daily run - the
           *> receipt, adjustment and in-transit columns price the
           *> inventory side of each movement
           select account-map-file
               assign to "../../../A2-ItemList/A2.map"
               organization is line sequential
               file status is ws-map-status.

           *> balanced inventory journal lines in the A2.glp layout,
           *> appended by every program that moves stock value outside
           *> the daily run, for import into the general ledger - rolled
           *> off to A2.glh and emptied by A2-MstUnload each night, once
           *> the day's lines have gone to the ledger
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

           *> applied/rejected audit listing for the day's maintenance
           select listing-file
               assign to "../../../A2-ItemList/A2.mnl"

       fd transaction-file
           data record is tm-transaction-record
           record contains 62 characters.

       01 tm-transaction-record.
         *> A = add item, R = receipt, J = quantity adjustment,
         *> P = reorder-point change, C = description change,
         *> D = delete item, T = inter-branch transfer,
         *> O = close an open purchase order line (a final short
         *> delivery or a cancelled line - the shortfall goes to the PO
         *> history for the status report, and the line stops counting
         *> as available supply in the reorder check),
         *> V = change the item's preferred vendor
         05 tm-action pic x.
         05 tm-item-number pic x(4).
         05 tm-description pic x(13).
         *> with them) stay where they always were
         05 tm-to-branch pic xx.
         *> "I" on a transfer ships the stock into the in-transit
         *> holding branch (XT) instead of straight into tm-to-branch;
         *> the receiving branch keys a second transfer from XT when
         *> the truck arrives, so goods on the road show under XT
         *> instead of vanishing from both branches
         *> the weighted average
         05 tm-unit-cost pic x(6).
         05 tm-unit-cost-n redefines tm-unit-cost pic 9999v99.
         *> preferred vendor for V, optional on an add
         05 tm-vendor-number pic x(6).
         *> purchase order and line a receipt or close applies to -
         *> blank takes the oldest open line for the branch/item
         05 tm-po-number pic x(6).
         05 tm-po-number-n redefines tm-po-number pic 9(6).
         05 tm-po-line pic x(3).
         05 tm-po-line-n redefines tm-po-line pic 9(3).

       fd master-file
           data record is im-master-record.
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

       fd open-order-file
           data record is po-order-record.

       01 po-order-record.
         05 po-order-key.
           10 po-number pic 9(6).
           10 po-line pic 9(3).
         05 po-item-key.
           10 po-branch pic xx.
           10 po-item-number pic x(4).
         05 po-description pic x(13).
         05 po-vendor-number pic x(6).
         05 po-order-date pic 9(8).
         05 po-lead-days pic 9(3).
         05 po-ordered-qty pic 9(6).
         05 po-received-qty pic 9(6).
         05 po-unit-cost pic 9999v99.
         05 po-last-receipt-date pic 9(8).
         05 po-status pic x.

       fd order-header-file
           data record is ph-header-record.

       01 ph-header-record.
         05 ph-po-number pic 9(6).
         05 ph-vendor-number pic x(6).
         05 ph-order-date pic 9(8).
         05 ph-lead-days pic 9(3).
         05 ph-line-count pic 9(3).
         05 ph-open-line-count pic 9(3).
         05 ph-order-value pic 9(9)v99.
         05 ph-minimum-order pic 9(7)v99.
         05 ph-below-minimum pic x.
         05 ph-status pic x.
         05 ph-closed-date pic 9(8).

       fd po-history-file
           data record is fh-history-record
           record contains 80 characters.

       01 fh-history-record.
         05 fh-po-number pic 9(6).
         05 fh-po-line pic 9(3).
         05 fh-vendor-number pic x(6).
         05 fh-branch pic xx.
         05 fh-item-number pic x(4).
         05 fh-description pic x(13).
         05 fh-order-date pic 9(8).
         05 fh-lead-days pic 9(3).
         05 fh-ordered-qty pic 9(6).
         05 fh-received-qty pic 9(6).
         05 fh-unit-cost pic 9999v99.
         05 fh-last-receipt-date pic 9(8).
         05 fh-closed-date pic 9(8).
         *> F = received in full, S = closed short by an O transaction
         05 fh-close-reason pic x.

       fd vendor-file
           data record is vn-vendor-record
           record contains 140 characters.

       01 vn-vendor-record.
         05 vn-vendor-number pic x(6).
         05 filler pic x(134).

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
         *> normally moves - cost of sales (dr cost of goods sold, cr
         *> inventory), receipts (dr inventory, cr receipts clearing),
         *> adjustments and count variances (dr inventory, cr the
         *> write-off account) and transfers into transit (dr goods in
         *> transit, cr inventory). a movement the other way posts the
         *> same pair with debit and credit swapped.
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
           record contains 130 characters.

       01 listing-line pic x(130).

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

       fd run-log-file
           data record is rl-run-log-record
           record contains 120 characters.

       01 rl-run-log-record pic x(120).

       working-storage section.

       01 ws-order-status pic xx value "00".
       01 ws-order-file-open pic x value "N".
       01 ws-order-found pic x value "N".
       01 ws-header-status pic xx value "00".
       01 ws-header-file-open pic x value "N".
       01 ws-pohist-status pic xx value "00".
       01 ws-close-reason pic x value space.

       *> vendor numbers off A2.vnd - only the number is needed to
       *> prove a keyed vendor exists
       01 ws-vendor-status pic xx value "00".
       01 ws-vendor-eof pic x value "N".
       01 ws-vendor-file-read pic x value "N".
       01 ws-vnd-count pic 9(3) value 0.
       01 ws-vnd-idx pic 9(3) value 0.
       01 ws-vnd-found pic x value "N".
       01 ws-vnd-table.
         05 ws-vnd-number pic x(6) occurs 200 times.

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
       01 ws-branch-file-read pic x value "N".
       *> the branch typed T on A2.brn (XT by custom) - blank when none
       *> is defined, and then nothing can be shipped into transit
       01 ws-transit-branch pic xx value spaces.

       *> transfer support - the branch the stock actually lands on
       *> (tm-to-branch, or the in-transit holding branch), and a
       *> found-flag for its master record
       01 ws-receiving-branch pic xx value spaces.
       01 ws-receiving-found pic x value "N".
       01 ws-xfer-cost pic 9999v99 value 0.
       01 ws-xfer-last-cost pic 9999v99 value 0.
       01 ws-xfer-avg-cost pic 9999v99 value 0.
       01 ws-xfer-vendor pic x(6) value spaces.

       *> weighted-average work fields for a costed receipt - the old
       *> on-hand pool priced at its average (standard cost standing in
       *> until the first costed receipt) plus the receipt at its
       *> actual cost, spread over the combined quantity
       01 ws-rcpt-cost pic 9999v99 value 0.
       01 ws-rcpt-gl-cost pic 9999v99 value 0.
       01 ws-prior-avg pic 9999v99 value 0.
       01 ws-pool-value pic s9(11)v99 value 0.
       01 ws-rcpt-value pic s9(11)v99 value 0.

       01 ws-run-date pic 9(8) value 0.

       *> inventory GL support - the map rows for the movements this
       *> run can make, and the pair being cut. stock value moves at
       *> average cost, standard cost standing in until the first
       *> costed receipt; a costed receipt enters at what was paid,
       *> which is exactly what it adds to the weighted-average pool.
       01 ws-map-status pic xx value "00".
       01 ws-gl-status pic xx value "00".
       01 ws-map-eof pic x value "N".
       01 ws-map-count pic 9(2) value 0.
       01 ws-map-search-idx pic 9(2) value 0.
       01 ws-map-match-idx pic 9(2) value 0.
       01 ws-map-table.
         05 ws-map-entry occurs 20 times.
           10 ws-map-class pic x.
           10 ws-map-rcv-dr pic x(8).
           10 ws-map-rcv-cr pic x(8).
           10 ws-map-adj-dr pic x(8).
           10 ws-map-adj-cr pic x(8).
           10 ws-map-xfr-dr pic x(8).
           10 ws-map-xfr-cr pic x(8).
       01 ws-gl-class pic x value spaces.
       01 ws-gl-unit-cost pic 9999v99 value 0.
       01 ws-gl-qty pic 9(5) value 0.
       01 ws-gl-pair-amt pic 9(10)v99 value 0.
       01 ws-gl-pair-dr pic x(8) value spaces.
       01 ws-gl-pair-cr pic x(8) value spaces.
       01 ws-gl-swap-account pic x(8) value spaces.
       01 ws-gl-pair-type pic x(10) value spaces.
       01 ws-gl-pair-kind pic x(3) value spaces.
       *> N = the normal way round, R = reversed (debit/credit swapped)
       01 ws-gl-direction pic x value "N".
       01 ws-gl-pair-count pic 9(5) value 0.
       01 ws-gl-unmapped-line pic x(130).

       *> movement journal support - the quantity a record held before
       *> the action, and the transaction's place in A2.trn
       01 ws-journal-status pic xx value "00".
       01 ws-journal-before pic s9(5) value 0.
       01 ws-journal-seq-ed pic 9(5).
       01 ws-journal-po-ed pic 9(6).
       01 ws-journal-line-ed pic 9(3).

       01 ws-valid-transaction pic x value "Y".
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-master-found pic x value "N".
       01 ws-applied-count pic 9(5) value 0.
       01 ws-rejected-count pic 9(5) value 0.

       01 ws-heading1 pic x(130) value "ACT BR ITEM DESCRIPTION      COST  REORDER SGN   QTY TO IT VENDOR PO-NO  LN  DISPOSITION".
       01 ws-heading2 pic x(130) value "--- -- ---- ------------- ------- -------- --- ----- -- -- ------ ------ --- ----------------------------------------".

       01 ws-audit-line pic x(130).
       01 ws-audit-cost-ed pic zzz9.99.
       01 ws-audit-reorder-ed pic zzzz9.
       01 ws-audit-qty-ed pic zzzz9.
       01 ws-disposition pic x(9).

       01 ws-banner-line pic x(130).
       01 ws-run-date-ed pic 9(8).

       01 ws-total-line pic x(130).
       01 ws-total-count-ed pic zzzz9.

       01 ws-my-info.
                   display "RESTORE THE MASTER WITH A2-MSTRELOAD BEFORE RESUBMITTING"
                   display "IF IT PREDATES THE COSTING COLUMNS, RUN A2-MSTCONVERT ONCE TO CUT A"
                   display "NEW-LAYOUT BACKUP GENERATION, THEN RELOAD FROM GENERATION 1"
                   display "ONE FROM BEFORE THE VENDOR COLUMN RELOADS AS IS FROM ITS LAST NIGHTLY UNLOAD"
                   move 8 to return-code
                   goback
               end-if
               move "Y" to ws-order-file-open
           end-if.

           open i-o order-header-file.
           if ws-header-status = "00"
               move "Y" to ws-header-file-open
           end-if.

           perform 150-load-vendor-numbers.
           perform 180-load-account-map.
           perform 195-load-branch-table.

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
           if ws-order-file-open = "Y"
               close open-order-file
           end-if.
           if ws-header-file-open = "Y"
               close order-header-file
           end-if.
           close gl-inventory-file.
           close movement-journal-file.
           close listing-file.

           move 0 to return-code.
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       150-load-vendor-numbers.

           move "N" to ws-vendor-eof.
           open input vendor-file.

           if ws-vendor-status = "00"
             then
               move "Y" to ws-vendor-file-read
               perform 160-read-vendor-record
               perform 170-store-vendor-number
                 until ws-vendor-eof = "Y"
               close vendor-file
           end-if.

       160-read-vendor-record.

           read vendor-file
               at end
                   move "Y" to ws-vendor-eof
           end-read.

       170-store-vendor-number.

           if vn-vendor-number not = spaces and ws-vnd-count < 200
               add 1 to ws-vnd-count
               move vn-vendor-number to ws-vnd-number(ws-vnd-count)
           end-if.

           perform 160-read-vendor-record.

       *> no map at all leaves every movement unposted, and each one
       *> says so on the listing - the maintenance itself still applies
       180-load-account-map.

           move "N" to ws-map-eof.
           open input account-map-file.

           if ws-map-status = "00"
             then
               perform 185-read-map-record
               perform 190-store-map-record
                 until ws-map-eof = "Y"
               close account-map-file
             else
               display "WARNING - GL ACCOUNT MAP A2.MAP NOT FOUND - NO INVENTORY POSTINGS CUT"
               write listing-line from "WARNING - GL ACCOUNT MAP A2.MAP NOT FOUND - NO INVENTORY POSTINGS CUT"
           end-if.

       185-read-map-record.

           read account-map-file
               at end
                   move "Y" to ws-map-eof
           end-read.

       190-store-map-record.

           if ws-map-count < 20
               add 1 to ws-map-count
               move mp-class to ws-map-class(ws-map-count)
               move mp-rcv-dr-account to ws-map-rcv-dr(ws-map-count)
               move mp-rcv-cr-account to ws-map-rcv-cr(ws-map-count)
               move mp-adj-dr-account to ws-map-adj-dr(ws-map-count)
               move mp-adj-cr-account to ws-map-adj-cr(ws-map-count)
               move mp-xfr-dr-account to ws-map-xfr-dr(ws-map-count)
               move mp-xfr-cr-account to ws-map-xfr-cr(ws-map-count)
           end-if.
           perform 185-read-map-record.

       195-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 196-read-branch-record
               perform 197-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
               move "Y" to ws-branch-file-read
             else
               display "WARNING - BRANCH MASTER A2.BRN NOT FOUND - EVERY TRANSACTION WILL BE REJECTED"
               write listing-line from "WARNING - BRANCH MASTER A2.BRN NOT FOUND - EVERY TRANSACTION WILL BE REJECTED"
           end-if.

           perform 198-note-transit-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
               write listing-line from "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
           end-if.

       196-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       197-store-branch-record.

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

           perform 196-read-branch-record.

       198-note-transit-branch.

           if ws-brn-type(ws-brn-idx) = "T" and ws-transit-branch = spaces
               move ws-brn-code(ws-brn-idx) to ws-transit-branch
           end-if.

       loopy-loopy.

           add 1 to ws-tran-count.
               go to 1000-validate-exit
           end-if.

           *> a mistyped branch would otherwise start a branch of its
           *> own - every branch keyed has to be on A2.brn and trading
           if ws-branch-file-read = "N"
               move "BRANCH MASTER A2.BRN NOT AVAILABLE" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 1000-validate-exit
           end-if.

           move tm-branch to ws-brn-lookup-code.
           perform 1870-find-branch.
           if ws-brn-found-idx = 0
               move "BRANCH NOT ON A2.BRN" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 1000-validate-exit
           end-if.
           if ws-brn-status(ws-brn-found-idx) = "C"
               move "BRANCH CLOSED ON A2.BRN" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 1000-validate-exit
           end-if.

           if tm-action <> "A" and tm-action <> "R" and tm-action <> "J"
             and tm-action <> "P" and tm-action <> "C" and tm-action <> "D"
             and tm-action <> "T" and tm-action <> "O" and tm-action <> "V"
               move "UNRECOGNIZED ACTION CODE" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 1000-validate-exit
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               *> the preferred vendor can wait for a V transaction, but
               *> one keyed now has to be real
               if tm-vendor-number <> spaces
                   perform 1800-check-vendor-number
                   if ws-vnd-found = "N"
                       move "VENDOR NOT ON A2.VND" to ws-reject-reason
                       move "N" to ws-valid-transaction
                       go to 1000-validate-exit
                   end-if
               end-if
           end-if.

           if tm-action = "V"
               if tm-vendor-number = spaces
                   move "VENDOR NUMBER MISSING" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               if ws-vendor-file-read = "N"
                   move "VENDOR MASTER A2.VND NOT AVAILABLE" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               perform 1800-check-vendor-number
               if ws-vnd-found = "N"
                   move "VENDOR NOT ON A2.VND" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
           end-if.

           *> a quoted PO must be readable in full - a number with no
           *> line (or the reverse) is a keying slip, not a default
           if tm-action = "R" or tm-action = "O"
               if tm-po-number <> spaces or tm-po-line <> spaces
                   if tm-po-number is not numeric
                     or tm-po-line is not numeric
                       move "INVALID PO NUMBER/LINE - NOT NUMERIC" to ws-reject-reason
                       move "N" to ws-valid-transaction
                       go to 1000-validate-exit
                   end-if
               end-if
           end-if.

           if tm-action = "A" or tm-action = "R" or tm-action = "J"
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               move tm-to-branch to ws-brn-lookup-code
               perform 1870-find-branch
               if ws-brn-found-idx = 0
                   move "TO-BRANCH NOT ON A2.BRN" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               if ws-brn-status(ws-brn-found-idx) = "C"
                   move "TO-BRANCH CLOSED ON A2.BRN" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               if tm-in-transit = "I" and ws-transit-branch = spaces
                   move "NO IN-TRANSIT BRANCH ON A2.BRN" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
               *> stock already on the truck can only come off it - an
               *> I flag here would ship it from transit back into
               *> transit
               if tm-in-transit = "I" and tm-branch = ws-transit-branch
                   move "IN-TRANSIT FLAG ON A MOVE OUT OF TRANSIT" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
           end-if.

           if tm-action = "J"

           *> a transfer updates two master records, and either both go
           *> or neither does - prove the destination record exists
           *> before anything is touched. the holding record under the
           *> in-transit branch is the one exception: it is created on
           *> first use, but tm-to-branch must still be a real record so
           *> the stock has somewhere to land when it comes out of
           *> transit.
               end-if
           end-if.

           *> a close only makes sense against a line that is still
           *> open - closing a closed (or never-raised) line is a
           *> keying error
           if tm-action = "O"
               perform 1650-find-open-order-line thru 1650-find-exit
               if ws-order-found = "N"
                   move "NO OPEN ORDER LINE FOR THIS BRANCH/ITEM" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
           end-if.

           *> a receipt with no PO quoted may arrive with nothing on
           *> order, but a quoted PO line has to be open and for this
           *> branch/item - otherwise the wrong order gets relieved
           if tm-action = "R" and tm-po-number <> spaces
               perform 1650-find-open-order-line thru 1650-find-exit
               if ws-order-found = "N"
                   move "PO LINE NOT OPEN FOR THIS BRANCH/ITEM" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 1000-validate-exit
               end-if
                   move "N" to ws-receiving-found
           end-read.

       *> the quoted PO line, or failing that the first open line
       *> for the branch/item on the alternate key - duplicates come
       *> back in the order they were written, so that is the oldest
       1650-find-open-order-line.

           move "N" to ws-order-found.

           if ws-order-file-open = "N"
               go to 1650-find-exit
           end-if.

           if tm-po-number <> spaces
             then
               move tm-po-number-n to po-number
               move tm-po-line-n to po-line
               move "Y" to ws-order-found
               read open-order-file
                   invalid key
                       move "N" to ws-order-found
               end-read
             else
               move tm-branch to po-branch
               move tm-item-number to po-item-number
               move "Y" to ws-order-found
               start open-order-file key is = po-item-key
                   invalid key
                       move "N" to ws-order-found
               end-start
               if ws-order-found = "Y"
                   read open-order-file next record
                       at end
                           move "N" to ws-order-found
                   end-read
               end-if
           end-if.

           if ws-order-found = "Y"
               if po-branch not = tm-branch
                 or po-item-number not = tm-item-number
                 or po-status not = "O"
                   move "N" to ws-order-found
               end-if
           end-if.

       1650-find-exit.

           exit.

       1800-check-vendor-number.

           move "N" to ws-vnd-found.
           perform 1850-match-vendor-number
             varying ws-vnd-idx from 1 by 1
             until ws-vnd-idx > ws-vnd-count.

       1850-match-vendor-number.

           if ws-vnd-number(ws-vnd-idx) = tm-vendor-number
               move "Y" to ws-vnd-found
           end-if.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       1870-find-branch.

           move 0 to ws-brn-found-idx.
           perform 1880-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       1880-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       2000-apply-transaction.
               when "D" perform 2600-apply-delete
               when "T" perform 2700-apply-transfer
               when "O" perform 2800-apply-close-order
               when "V" perform 2900-apply-vendor
           end-evaluate.

       2100-apply-add.
           *> the valuation prices this item at standard cost
           move 0 to im-last-cost.
           move 0 to im-avg-cost.
           move tm-vendor-number to im-vendor-number.

           write im-master-record.

           move 0 to ws-journal-before.
           move "AD" to mj-movement-type.
           perform 4500-write-journal-record.

           *> an opening count brings stock onto the books at standard
           *> cost, posted like an adjustment
           if tm-qty > 0
               perform 4000-set-gl-class-and-cost
               move tm-qty to ws-gl-qty
               move "ADJ" to ws-gl-pair-kind
               move "OPENING" to ws-gl-pair-type
               if tm-qty-sign = "-"
                 then
                   move "R" to ws-gl-direction
                 else
                   move "N" to ws-gl-direction
               end-if
               perform 4100-post-movement thru 4100-post-movement-exit
           end-if.

       2200-apply-receipt.

           *> the value the receipt adds to stock - what was paid when
           *> a cost is keyed, otherwise the carrying cost it lands at
           perform 4000-set-gl-class-and-cost.
           if tm-unit-cost is numeric
             then
               move tm-unit-cost-n to ws-rcpt-gl-cost
             else
               move ws-gl-unit-cost to ws-rcpt-gl-cost
           end-if.

           *> cost first, while im-on-hand-qty is still the pre-receipt
           *> pool the weighted average prices
           if tm-unit-cost is numeric
               perform 2230-recost-weighted-average
           end-if.

           move im-on-hand-qty to ws-journal-before.
           add tm-qty to im-on-hand-qty.
           rewrite im-master-record.

           move "RC" to mj-movement-type.
           perform 4500-write-journal-record.

           move ws-rcpt-gl-cost to ws-gl-unit-cost.
           move tm-qty to ws-gl-qty.
           move "RCV" to ws-gl-pair-kind.
           move "RECEIPT" to ws-gl-pair-type.
           move "N" to ws-gl-direction.
           perform 4100-post-movement thru 4100-post-movement-exit.

           perform 2250-relieve-open-order thru 2250-relieve-exit.

       2230-recost-weighted-average.

           move ws-rcpt-cost to im-last-cost.

       *> the received stock counts against the quoted PO line, or
       *> the oldest open line for this branch/item. an over-delivery
       *> still closes the line - the surplus is real stock on the
       *> master, not a second order.
       2250-relieve-open-order.

           perform 1650-find-open-order-line thru 1650-find-exit.

           if ws-order-found = "N"
               go to 2250-relieve-exit
           end-if.

           add tm-qty to po-received-qty.
           move ws-run-date to po-last-receipt-date.

           if po-received-qty >= po-ordered-qty
             then
               move "F" to ws-close-reason
               perform 2270-close-order-line
             else
               rewrite po-order-record
           end-if.

       2250-relieve-exit.

           exit.

       *> a closed line leaves the open-order file for good: history
       *> first, then the delete, then the header's open-line count -
       *> the order itself closes with its last line
       2270-close-order-line.

           move po-number to fh-po-number.
           move po-line to fh-po-line.
           move po-vendor-number to fh-vendor-number.
           move po-branch to fh-branch.
           move po-item-number to fh-item-number.
           move po-description to fh-description.
           move po-order-date to fh-order-date.
           move po-lead-days to fh-lead-days.
           move po-ordered-qty to fh-ordered-qty.
           move po-received-qty to fh-received-qty.
           move po-unit-cost to fh-unit-cost.
           move po-last-receipt-date to fh-last-receipt-date.
           move ws-run-date to fh-closed-date.
           move ws-close-reason to fh-close-reason.

           open extend po-history-file.
           if ws-pohist-status = "35"
               open output po-history-file
           end-if.
           write fh-history-record.
           close po-history-file.

           delete open-order-file record.

           if ws-header-file-open = "Y"
             then
               move po-number to ph-po-number
               read order-header-file
                   invalid key
                       continue
                   not invalid key
                       perform 2280-count-down-header
               end-read
           end-if.

       2280-count-down-header.

           if ph-open-line-count > 0
               subtract 1 from ph-open-line-count
           end-if.

           if ph-open-line-count = 0
               move "C" to ph-status
               move ws-run-date to ph-closed-date
           end-if.

           rewrite ph-header-record.

       2300-apply-adjustment.

           move im-on-hand-qty to ws-journal-before.

           if tm-qty-sign = "-"
             then
               subtract tm-qty from im-on-hand-qty
               move "R" to ws-gl-direction
             else
               add tm-qty to im-on-hand-qty
               move "N" to ws-gl-direction
           end-if.

           rewrite im-master-record.

           move "AJ" to mj-movement-type.
           perform 4500-write-journal-record.

           perform 4000-set-gl-class-and-cost.
           move tm-qty to ws-gl-qty.
           move "ADJ" to ws-gl-pair-kind.
           move "ADJUST" to ws-gl-pair-type.
           perform 4100-post-movement thru 4100-post-movement-exit.

       2400-apply-reorder-point.

           move tm-reorder-point to im-reorder-point.

       2600-apply-delete.

           *> whatever the record still held leaves the books with it
           perform 4000-set-gl-class-and-cost.
           if im-on-hand-qty < 0
             then
               subtract im-on-hand-qty from 0 giving ws-gl-qty
               move "N" to ws-gl-direction
             else
               move im-on-hand-qty to ws-gl-qty
               move "R" to ws-gl-direction
           end-if.

           delete master-file record.

           move im-on-hand-qty to ws-journal-before.
           move 0 to im-on-hand-qty.
           move "DL" to mj-movement-type.
           perform 4500-write-journal-record.

           move "ADJ" to ws-gl-pair-kind.
           move "DELETE" to ws-gl-pair-type.
           perform 4100-post-movement thru 4100-post-movement-exit.

       *> both sides of the move in one step: relieve the sending
       *> branch, then stock the receiving branch (tm-to-branch, or the
       *> in-transit holding branch when the goods are shipped but
       *> not yet received). validation has already proved every record
       *> that must pre-exist does, so nothing here can half-apply.
       2700-apply-transfer.

           perform 1500-read-master.
           move im-on-hand-qty to ws-journal-before.
           subtract tm-qty from im-on-hand-qty.
           rewrite im-master-record.

           *> settled before the TO record is journalled, so its
           *> reference names where the stock actually went
           if tm-in-transit = "I"
             then
               move ws-transit-branch to ws-receiving-branch
             else
               move tm-to-branch to ws-receiving-branch
           end-if.

           move "TO" to mj-movement-type.
           perform 4500-write-journal-record.

           *> the transfer moves at the sending record's carrying cost
           perform 4000-set-gl-class-and-cost.

           *> the holding record inherits the sending record's
           *> description, class and cost - it's the same item sitting
           *> on a truck - but never a reorder point, so the daily
           *> reorder check leaves the transit branch alone
           move im-description to ws-xfer-description.
           move im-class to ws-xfer-class.
           move im-standard-cost to ws-xfer-cost.
           move im-last-cost to ws-xfer-last-cost.
           move im-avg-cost to ws-xfer-avg-cost.
           move im-vendor-number to ws-xfer-vendor.

           perform 1600-read-receiving-master.

           if ws-receiving-found = "Y"
             then
               move im-on-hand-qty to ws-journal-before
               add tm-qty to im-on-hand-qty
               rewrite im-master-record
             else
               move 0 to ws-journal-before
               move ws-receiving-branch to im-branch
               move tm-item-number to im-item-number
               move ws-xfer-description to im-description
               move tm-qty to im-on-hand-qty
               move ws-xfer-last-cost to im-last-cost
               move ws-xfer-avg-cost to im-avg-cost
               move ws-xfer-vendor to im-vendor-number
               write im-master-record
           end-if.

           move "TI" to mj-movement-type.
           perform 4500-write-journal-record.

           *> branch to branch the stock stays in the one inventory
           *> account, so only a move into or out of transit posts
           move tm-qty to ws-gl-qty.
           move "XFR" to ws-gl-pair-kind.
           if ws-receiving-branch = ws-transit-branch
             then
               move "TO TRANSIT" to ws-gl-pair-type
               move "N" to ws-gl-direction
               perform 4100-post-movement thru 4100-post-movement-exit
             else
               if tm-branch = ws-transit-branch
                   move "EX TRANSIT" to ws-gl-pair-type
                   move "R" to ws-gl-direction
                   perform 4100-post-movement thru 4100-post-movement-exit
               end-if
           end-if.

       *> the delivery is over - whatever never arrived stays visible
       *> on the PO history as the gap between ordered and received,
       *> which is exactly
       *> what the status report's closed-short section keys on, and
       *> the undelivered balance stops propping up the reorder check
       2800-apply-close-order.

           perform 1650-find-open-order-line thru 1650-find-exit.
           move "S" to ws-close-reason.
           perform 2270-close-order-line.

       2900-apply-vendor.

           move tm-vendor-number to im-vendor-number.
           rewrite im-master-record.

       3000-write-audit-line.

               tm-to-branch delimited by size
               " " delimited by size
               tm-in-transit delimited by size
               " " delimited by size
               tm-vendor-number delimited by size
               " " delimited by size
               tm-po-number delimited by size
               " " delimited by size
               tm-po-line delimited by size
               "  " delimited by size
               ws-disposition delimited by size
               " " delimited by size
           display ws-audit-line.
           write listing-line from ws-audit-line.

       *> the posting class follows the daily run's GL extract - the
       *> four business classes under their own rows, anything else
       *> under "O"
       4000-set-gl-class-and-cost.

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

       *> ws-gl-qty at ws-gl-unit-cost, on the map pair named by
       *> ws-gl-pair-kind, swapped when ws-gl-direction is "R"
       4100-post-movement.

           multiply ws-gl-qty by ws-gl-unit-cost giving ws-gl-pair-amt.

           if ws-gl-pair-amt = 0
               go to 4100-post-movement-exit
           end-if.

           move 0 to ws-map-match-idx.
           if ws-map-count > 0
               perform 4150-search-map-class
                 varying ws-map-search-idx from 1 by 1
                 until ws-map-search-idx > ws-map-count
           end-if.

           if ws-map-match-idx = 0
               move spaces to ws-gl-unmapped-line
               string
                   "NO GL ACCOUNT MAP ROW FOR CLASS " delimited by size
                   ws-gl-class delimited by size
                   " - " delimited by size
                   ws-gl-pair-type delimited by size
                   " PAIR NOT CUT" delimited by size
                   into ws-gl-unmapped-line
               end-string
               display ws-gl-unmapped-line
               write listing-line from ws-gl-unmapped-line
               go to 4100-post-movement-exit
           end-if.

           evaluate ws-gl-pair-kind
               when "RCV"
                   move ws-map-rcv-dr(ws-map-match-idx) to ws-gl-pair-dr
                   move ws-map-rcv-cr(ws-map-match-idx) to ws-gl-pair-cr
               when "ADJ"
                   move ws-map-adj-dr(ws-map-match-idx) to ws-gl-pair-dr
                   move ws-map-adj-cr(ws-map-match-idx) to ws-gl-pair-cr
               when "XFR"
                   move ws-map-xfr-dr(ws-map-match-idx) to ws-gl-pair-dr
                   move ws-map-xfr-cr(ws-map-match-idx) to ws-gl-pair-cr
           end-evaluate.

           if ws-gl-direction = "R"
               move ws-gl-pair-dr to ws-gl-swap-account
               move ws-gl-pair-cr to ws-gl-pair-dr
               move ws-gl-swap-account to ws-gl-pair-cr
           end-if.

           perform 4200-write-gl-pair.

       4100-post-movement-exit.

           exit.

       4150-search-map-class.

           if ws-map-class(ws-map-search-idx) = ws-gl-class
             and ws-map-match-idx = 0
               move ws-map-search-idx to ws-map-match-idx
           end-if.

       4200-write-gl-pair.

           *> a half-keyed A2.map row (or one written before the
           *> inventory columns) must not put a blank account into the
           *> journal - drop the pair and tell the operator instead
           if ws-gl-pair-dr = spaces or ws-gl-pair-cr = spaces
             then
               move spaces to ws-gl-unmapped-line
               string
                   "CLASS " delimited by size
                   ws-gl-class delimited by size
                   " " delimited by size
                   ws-gl-pair-type delimited by size
                   " HAS A BLANK ACCOUNT IN A2.MAP - PAIR NOT CUT" delimited by size
                   into ws-gl-unmapped-line
               end-string
               display ws-gl-unmapped-line
               write listing-line from ws-gl-unmapped-line
             else
               move ws-run-date to gl-run-date
               move ws-gl-class to gl-class
               move ws-gl-pair-amt to gl-amount
               move ws-gl-pair-type to gl-amount-type
               move ws-gl-pair-dr to gl-account
               move "D" to gl-dr-cr
               write gl-posting-record
               move ws-gl-pair-cr to gl-account
               move "C" to gl-dr-cr
               write gl-posting-record
               add 1 to ws-gl-pair-count
           end-if.

       *> im- holds the record as it now stands and ws-journal-before
       *> what it held before; the caller has set the movement type.
       *> the reference says where the movement came from - the other
       *> branch on a transfer, the PO line on a receipt that quoted
       *> one, otherwise the transaction's place in A2.trn.
       4500-write-journal-record.

           move ws-run-date to mj-business-date.
           move "ITEMMAINT" to mj-program.
           move im-branch to mj-branch.
           move im-item-number to mj-item-number.
           move ws-journal-before to mj-qty-before.
           move im-on-hand-qty to mj-qty-after.
           subtract ws-journal-before from im-on-hand-qty
               giving mj-qty-change.

           move spaces to mj-reference.
           evaluate true
               when mj-movement-type = "TO"
                   string
                       "TO BRANCH " delimited by size
                       ws-receiving-branch delimited by size
                       into mj-reference
                   end-string
               when mj-movement-type = "TI"
                   string
                       "FROM BRANCH " delimited by size
                       tm-branch delimited by size
                       into mj-reference
                   end-string
               when mj-movement-type = "RC" and tm-po-number <> spaces
                   move tm-po-number-n to ws-journal-po-ed
                   move tm-po-line-n to ws-journal-line-ed
                   string
                       "PO " delimited by size
                       ws-journal-po-ed delimited by size
                       " LINE " delimited by size
                       ws-journal-line-ed delimited by size
                       into mj-reference
                   end-string
               when other
                   move ws-tran-count to ws-journal-seq-ed
                   string
                       "A2.TRN RECORD " delimited by size
                       ws-journal-seq-ed delimited by size
                       into mj-reference
                   end-string
           end-evaluate.

           write mj-journal-record.

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

       end program A2-ItemMaint.
