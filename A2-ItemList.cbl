               organization is line sequential.

           *> corrected rejects keyed back in by data entry, same
           *> 45-character layout as A2.dat (with its own TRLR trailer) -
           *> read instead of A2.dat when the operator keys run mode R
           select resubmit-file
               assign to "../../../A2-ItemList/A2.rsb"
               organization is line sequential
               file status is ws-suspense-status.

           *> sale held out of the master update because its price
           *> failed the selling price check (price hold run option) -
           *> same layout as A2.rej again, so once someone has looked at
           *> it the line goes back through the mode-R run, corrected or
           *> with the price override column keyed "A" to let it post
           select price-hold-file
               assign to "../../../A2-ItemList/A2.phd"
               organization is line sequential
               file status is ws-price-hold-status.

           *> every sale whose keyed price is off its A2.prc list price
           *> by more than the A2.prm tolerance, or whose net price is
           *> below average cost - printed for the branch managers, and
           *> cut again in fixed columns for anyone who wants to load it
           select price-exception-report
               assign to "../../../A2-ItemList/A2.pex"
               organization is line sequential
               file status is ws-pex-status.

           select price-exception-file
               assign to "../../../A2-ItemList/A2.pxf"
               organization is line sequential
               file status is ws-pxf-status.

           *> comma-delimited extract of the same detail lines written to
           *> output-file, for spreadsheet/import use.
           select csv-file
               organization is line sequential
               file status is ws-advice-status.

           *> shared stock movement journal - appended to by every
           *> program that changes an on-hand quantity, rolled off to
           *> A2.mvh by A2-MstUnload as each new backup is cut
           select movement-journal-file
               assign to "../../../A2-ItemList/A2.mvj"
               organization is line sequential
               file status is ws-journal-status.

           *> running history of every item processed, appended to by
           *> every run, read by the separate A2-HistSummary program.
           select history-file
               record key is im-item-key
               file status is ws-master-status.

           *> open purchase order lines raised by A2-PoEntry from
           *> accepted advice lines - the undelivered balance of every
           *> open line for an item counts as available supply in the
           *> reorder check, so an item already on order stops
           *> re-flagging into A2.roa every day until the stock lands
           select open-order-file
               assign to "../../../A2-ItemList/A2.poo"
               organization is indexed
               access mode is dynamic
               record key is po-order-key
               alternate record key is po-item-key with duplicates
               file status is ws-order-status.

           select checkpoint-file
               organization is line sequential
               file status is ws-rate-status.

           *> selling price list - hand-maintained the same way A2.rts
           *> is, one row per branch/item per effective date, so a price
           *> change is keyed ahead and takes effect on its date. a row
           *> with a blank branch prices the item at every branch that
           *> has no row of its own.
           select price-list-file
               assign to "../../../A2-ItemList/A2.prc"
               organization is line sequential
               file status is ws-price-list-status.

           *> permanent end-of-job run log, one record per completed
           *> run - read back at startup so a day whose trailer control
           *> totals already posted can't be silently posted twice
               organization is line sequential
               file status is ws-runlog-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> class-to-GL-account map, hand-maintained the same way
           *> A2.rts externalized the rates - one row per class with the
           *> debit/credit accounts for each of the four posted amounts,
           *> then the inventory-side pairs (cost of sales here; the
           *> rest are posted by the maintenance and count programs)
           select account-map-file
               assign to "../../../A2-ItemList/A2.map"
               organization is line sequential

       fd raw-input-file
           data record is ri-detail-record
           record contains 45 characters.

       01 ri-detail-record.
         05 ri-item-number pic x(4).
         *> record's columns (and the keying instructions that go with
         *> them) stay where they always were
         05 ri-branch pic xx.
         *> blank or S = sale, R = customer return/credit - a credit
         *> keys the quantity going back on the shelf, unsigned like a
         *> sale, and this column alone turns it round. appended the
         *> same way ri-branch was, so a file keyed before returns were
         *> taken still reads as all sales.
         05 ri-tran-type pic x.
         *> credits only: the date of the sale being returned, so the
         *> credit is priced under the A2.rts row that sale was priced
         *> under and not under whatever rates are in effect today
         05 ri-orig-sale-date pic 9(8).
         *> sales only: "A" = the keyed price has been approved as
         *> it stands, so a line off its list price (or under cost)
         *> is still reported but never held - keyed on a line coming
         *> back from A2.phd, or at entry for an agreed special price
         05 ri-price-override pic x.
         05 filler pic x(6).

       *> the record count and qty hash cover every detail line, sales
       *> and credits alike, exactly as keyed. the credit count and
       *> credit qty hash repeat the count for the credit lines alone,
       *> so a credit keyed as a sale (or the reverse) shows up as out
       *> of balance instead of proving in. a trailer keyed before
       *> credits were taken has these columns blank and reads as zero.
       01 ri-trailer-record redefines ri-detail-record.
         05 ri-tr-id pic x(4).
         05 filler pic x(1).
         05 ri-tr-record-count pic 9(7).
         05 ri-tr-qty-hash pic 9(15).
         05 filler pic x(2).
         05 filler pic x(1).
         05 ri-tr-credit-count pic 9(7).
         05 ri-tr-credit-hash pic 9(8).

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
         05 mp-net-cr-account pic x(8).
         05 mp-trn-dr-account pic x(8).
         05 mp-trn-cr-account pic x(8).
         *> inventory-side pairs, each keyed the way round the stock
         *> normally moves - cost of sales (dr cost of goods sold, cr
         *> inventory), receipts (dr inventory, cr receipts clearing),
         *> adjustments and count variances (dr inventory, cr the
         *> write-off account) and transfers into transit (dr goods in
         *> transit, cr inventory). a movement the other way posts the
         *> same pair with debit and credit swapped. blank on rows
         *> keyed before the columns existed, and those pairs are
         *> reported and not cut.
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

       fd gl-posting-file
           data record is gl-posting-record

       fd run-param-file
           data record is pr-param-record
           record contains 29 characters.

       01 pr-param-record.
         *> business date the run posts under - this is what stamps
         *> "S" suspends detail whose branch/item key is not on the
         *> master instead of auto-creating a skeleton record for it
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
           data record is sw-record.
         *> (and so at a different checkpoint position) from one run to
         *> the next.
         05 sw-seq pic 9(7).
         *> 1 = sale, 2 = credit - sorts a branch's credits in behind
         *> its sales, so they print as their own section at the foot
         *> of the branch
         05 sw-line-kind pic x.
         05 sw-tran-type pic x.
         05 sw-orig-sale-date pic 9(8).
         05 sw-price-override pic x.

       fd input-file
           data record is input-line
           record contains 47 characters.

       01 input-line.
         05 il-branch pic xx.
         05 il-qty pic 999.
         05 il-unit-price pic 9999v99.
         05 il-seq pic 9(7).
         05 il-line-kind pic x.
         05 il-tran-type pic x.
         05 il-orig-sale-date pic 9(8).
         05 il-price-override pic x.

       fd resubmit-file
           data record is rs-resubmit-record
           record contains 45 characters.

       01 rs-resubmit-record pic x(45).

       fd output-file
           data record is output-line

       fd reject-file
           data record is rj-reject-record
           record contains 45 characters.

       *> byte-for-byte the ri-detail-record layout, held as plain
       *> characters so a record rejected for non-numeric fields is
         05 rj-qty pic x(3).
         05 rj-unit-price pic x(6).
         05 rj-branch pic x(2).
         05 rj-tran-type pic x.
         05 rj-orig-sale-date pic x(8).
         05 rj-price-override pic x.
         05 filler pic x(6).

       fd suspense-file
           data record is su-suspense-record
           record contains 45 characters.

       *> byte-for-byte the ri-detail-record layout, same as A2.rej
       01 su-suspense-record.
         05 su-qty pic x(3).
         05 su-unit-price pic x(6).
         05 su-branch pic x(2).
         05 su-tran-type pic x.
         05 su-orig-sale-date pic x(8).
         05 su-price-override pic x.
         05 filler pic x(6).

       fd price-hold-file
           data record is ph-hold-record
           record contains 45 characters.

       *> byte-for-byte the ri-detail-record layout, same as A2.rej
       01 ph-hold-record.
         05 ph-item-number pic x(4).
         05 ph-class pic x.
         05 ph-item-name pic x(13).
         05 ph-qty pic x(3).
         05 ph-unit-price pic x(6).
         05 ph-branch pic x(2).
         05 ph-tran-type pic x.
         05 ph-orig-sale-date pic x(8).
         05 ph-price-override pic x.
         05 filler pic x(6).

       fd price-exception-report
           data record is pex-line
           record contains 132 characters.

       01 pex-line pic x(132).

       fd price-exception-file
           data record is px-exception-record
           record contains 74 characters.

       01 px-exception-record.
         05 px-business-date pic 9(8).
         05 px-branch pic xx.
         05 px-item-number pic x(4).
         05 px-class pic x.
         05 px-qty pic 9(3).
         *> zero when the item has no A2.prc row in effect
         05 px-list-price pic 9(4)v99.
         05 px-keyed-price pic 9(4)v99.
         *> average cost, standard until the first costed receipt -
         *> zero, with a zero line cost and margin, when the item has
         *> no master record to cost it from
         05 px-unit-cost pic 9(4)v99.
         05 px-net-price pic 9(7)v99.
         05 px-line-cost pic 9(7)v99.
         05 px-margin pic s9(7)v99 sign leading separate.
         *> Y/N - keyed price off the list by more than the tolerance
         05 px-off-list pic x.
         *> Y/N - net price below the line's cost
         05 px-below-cost pic x.
         *> H = held to A2.phd, P = posted, A = posted under an
         *> approved price override
         05 px-action pic x.
         05 px-input-seq pic 9(7).

       fd csv-file
           data record is csv-line
         *> enough to bring on-hand back above the reorder point
         05 ra-suggested-qty pic 9(6).

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

       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         *> downstream history readers price/bucket those under the
         *> catch-all "other" rules, same as the daily run would.
         05 hs-class pic x.
         *> R = customer credit - the amounts are held positive, as
         *> priced, and every reader takes them off instead of adding
         *> them on. anything else (including the space on records
         *> written before credits were taken) is a sale.
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which counts only company-wide
         05 hs-branch pic xx.

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

       *> checkpoint-line holds the count of input-file records read so
       *> far, not an item number - item numbers can repeat under the
       *> them over against only the file's unprocessed tail.
       fd checkpoint-file
           data record is checkpoint-line
           record contains 16630 characters.

       01 checkpoint-line.
         05 ckpt-read-seq pic 9(7).
         05 ckpt-restart-state pic x(16623).

       fd run-log-file
           data record is rl-run-log-record
           record contains 120 characters.

       01 rl-run-log-record.
         05 rl-run-date pic 9(8).
         *> the key the duplicate check matches on, so a resubmission
         *> doesn't collide with the day's normal run
         05 rl-run-mode pic x.
         *> the trailer's credit count and credit qty hash, part of the
         *> duplicate-run match like the main count and hash, and the
         *> credit totals - rl-grand-* stay the sales figures, so net
         *> is grand less credit. blank on records logged before
         *> credits were taken, and read as zero.
         05 rl-trailer-credit-count pic 9(7).
         05 rl-trailer-credit-hash pic 9(8).
         05 rl-credit-ext pic 9(10)v99.
         05 rl-credit-net pic 9(10)v99.
         05 rl-credit-transp pic 9(10)v99.

       fd resub-checkpoint-file
           data record is ckr-checkpoint-line
           record contains 16630 characters.

       01 ckr-checkpoint-line.
         05 ckr-read-seq pic 9(7).
         05 ckr-restart-state pic x(16623).

       fd rate-file
           data record is rt-rate-record
         05 rt-transport-qty-threshold pic 9(5).
         05 rt-transport-flat-amt pic 9(5)v99.

       fd price-list-file
           data record is pl-price-record
           record contains 20 characters.

       01 pl-price-record.
         05 pl-branch pic xx.
         05 pl-item-number pic x(4).
         05 pl-effective-date pic 9(8).
         05 pl-list-price pic 9999v99.

       working-storage section.

       01 ws-flag pic x value "n".
       01 ws-susp-ext-calc pic 9999999v99 value 0.
       01 ws-susp-ext-ed pic z,zzz,zz9.99.

       *> selling price check - the tolerance defaults to 10 percent
       *> on a parameter card keyed before the column existed, and the
       *> price hold option, like suspense, is off unless asked for
       01 ws-price-tolerance-pct pic 9(3) value 10.
       01 ws-price-hold-mode pic x value "N".
       01 ws-price-hold-status pic xx value "00".
       01 ws-pex-status pic xx value "00".
       01 ws-pxf-status pic xx value "00".
       01 ws-price-exception pic x value "N".
       01 ws-price-off-list pic x value "N".
       01 ws-price-below-cost pic x value "N".
       01 ws-price-cost-known pic x value "N".
       01 ws-price-hold-line pic x value "N".
       01 ws-price-list-calc pic 9999v99 value 0.
       01 ws-price-unit-cost pic 9999v99 value 0.
       01 ws-price-line-cost pic 9999999v99 value 0.
       01 ws-price-margin-calc pic s9999999v99 value 0.
       01 ws-price-var-calc pic 9999v99 value 0.
       01 ws-price-var-100 pic 9(6)v99 value 0.
       01 ws-price-tol-calc pic 9(7)v99 value 0.
       01 ws-price-var-signed pic s9(6)v99 value 0.
       01 ws-price-pct-work pic s9(9)v99 value 0.
       01 ws-price-pct-calc pic s9(5)v9 value 0.
       01 ws-price-without-save pic 99 value 0.
       01 ws-price-line pic x(132).
       01 ws-price-count-label pic x(30).
       01 ws-price-count-ed pic zzzz9.
       01 ws-price-tol-ed pic zz9.
       01 ws-price-dropped-ed pic zzz9.
       01 ws-price-ed pic zzz9.99.
       01 ws-price-pct-ed pic zzzz9.9-.
       01 ws-price-amt-ed pic z,zzz,zz9.99-.
       01 ws-price-note-ed pic zzzz9.

       01 ws-pex-heading1 pic x(132) value " BR  ITEM  DESCRIPTION   CL  QTY     LIST    KEYED   VAR % UNIT COST     NET PRICE        MARGIN    MGN %   REASON      ACTION".

       01 ws-pex-detail-line.
         05 filler pic x value spaces.
         05 pd-branch pic xx.
         05 filler pic x(2) value spaces.
         05 pd-item-number pic x(4).
         05 filler pic x(2) value spaces.
         05 pd-item-name pic x(13).
         05 filler pic x(2) value spaces.
         05 pd-class pic x.
         05 filler pic x(2) value spaces.
         05 pd-qty pic zz9.
         05 filler pic x(2) value spaces.
         05 pd-list-price pic x(7).
         05 filler pic x(2) value spaces.
         05 pd-keyed-price pic zzz9.99.
         05 filler pic x(1) value spaces.
         05 pd-var-pct pic x(8).
         05 filler pic x(2) value spaces.
         05 pd-unit-cost pic x(7).
         05 filler pic x(2) value spaces.
         05 pd-net-price pic z,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 pd-margin pic x(13).
         05 filler pic x(1) value spaces.
         05 pd-margin-pct pic x(8).
         05 filler pic x(2) value spaces.
         05 pd-reason pic x(10).
         05 filler pic x(2) value spaces.
         05 pd-action pic x(8).

       *> selling price list, loaded once at start of run - only the
       *> newest row in effect on the run date is kept per branch/item
       01 ws-price-list-status pic xx value "00".
       01 ws-price-list-loaded pic x value "N".
       01 ws-price-list-eof pic x value "N".
       01 ws-plst-count pic 9(4) value 0.
       01 ws-plst-dropped pic 9(4) value 0.
       01 ws-plst-idx pic 9(4) value 0.
       01 ws-plst-match-idx pic 9(4) value 0.
       01 ws-plst-any-idx pic 9(4) value 0.
       01 ws-plst-lookup-branch pic xx value spaces.
       01 ws-plst-lookup-item pic x(4) value spaces.
       01 ws-plst-table.
         05 ws-plst-entry occurs 2000 times.
           10 ws-plst-branch pic xx.
           10 ws-plst-item-number pic x(4).
           10 ws-plst-eff-date pic 9(8).
           10 ws-plst-price pic 9999v99.

       *> the record handed to the sort, whichever input file it came
       *> from - READ INTO here keeps the two input FDs interchangeable
       01 ws-sort-in-record.
         05 si-qty pic 999.
         05 si-unit-price pic 9999v99.
         05 si-branch pic xx.
         05 si-tran-type pic x.
         05 si-orig-sale-date pic 9(8).
         05 si-price-override pic x.
         05 filler pic x(6).
       01 ws-sort-in-trailer redefines ws-sort-in-record.
         05 si-tr-id pic x(4).
         05 filler pic x(1).
         05 si-tr-record-count pic 9(7).
         05 si-tr-qty-hash pic 9(15).
         05 filler pic x(2).
         05 filler pic x(1).
         05 si-tr-credit-count pic 9(7).
         05 si-tr-credit-hash pic 9(8).
       01 ws-exception-status pic xx value "00".
       01 ws-master-status pic xx value "00".
       01 ws-csv-status pic xx value "00".
       01 ws-history-status pic xx value "00".
       01 ws-journal-status pic xx value "00".
       01 ws-journal-before pic s9(5) value 0.
       01 ws-journal-seq-ed pic 9(7).
       01 ws-advice-status pic xx value "00".

       *> comma-delimited extract line built from the same fields as
       01 ws-csv-discount-ed pic 999999.99.
       01 ws-csv-net-ed pic 9999999.99.
       01 ws-csv-transp-ed pic 9999999.99.
       *> "-" ahead of every quantity and amount on a credit line, so
       *> the extract sums to the day's net without knowing the layout
       01 ws-csv-sign pic x value spaces.

       *> today's date, used to stamp the history file
       01 ws-run-date pic 9(8) value 0.
       01 ws-on-order-qty pic 9(6) value 0.
       01 ws-available-qty pic s9(7) value 0.

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

       *> general-ledger posting extract support
       01 ws-map-status pic xx value "00".
       01 ws-gl-status pic xx value "00".
           10 ws-map-net-cr pic x(8).
           10 ws-map-trn-dr pic x(8).
           10 ws-map-trn-cr pic x(8).
           10 ws-map-cogs-dr pic x(8).
           10 ws-map-cogs-cr pic x(8).

       *> amounts and accounts for the class currently being posted
       01 ws-gl-class pic x value spaces.
       01 ws-gl-disc-amt pic 9(10)v99 value 0.
       01 ws-gl-net-amt pic 9(10)v99 value 0.
       01 ws-gl-trn-amt pic 9(10)v99 value 0.
       01 ws-gl-rx-ext-amt pic 9(10)v99 value 0.
       01 ws-gl-rx-disc-amt pic 9(10)v99 value 0.
       01 ws-gl-rx-net-amt pic 9(10)v99 value 0.
       01 ws-gl-rx-trn-amt pic 9(10)v99 value 0.
       01 ws-gl-cogs-amt pic 9(10)v99 value 0.
       01 ws-gl-rx-cogs-amt pic 9(10)v99 value 0.
       01 ws-gl-pair-amt pic 9(10)v99 value 0.
       01 ws-gl-pair-dr pic x(8) value spaces.
       01 ws-gl-pair-cr pic x(8) value spaces.
         *> reprocessed after the abend
         05 ws-suspended-count pic 9(5) value 0.

         *> customer credits, bucketed by the same five class slots the
         *> sales subtotals use (A, B, D, F, other) - ws-crd- holds one
         *> branch and is cleared at every branch break like the
         *> ws-subt- buckets, ws-ccr- collects every branch for the
         *> consolidated summary and the GL extract. ws-prev-line-kind
         *> tells the class break whether the class that just ended
         *> was a run of sales or a run of credits.
         05 ws-prev-line-kind pic x value spaces.
         05 ws-crd-table.
           10 ws-crd-entry occurs 5 times.
             15 ws-crd-count pic 9(5) value 0.
             15 ws-crd-ext pic 9(9)v99 value 0.
             15 ws-crd-disc pic 9(9)v99 value 0.
             15 ws-crd-net pic 9(9)v99 value 0.
             15 ws-crd-transp pic 9(9)v99 value 0.
         05 ws-ccr-table.
           10 ws-ccr-entry occurs 5 times.
             15 ws-ccr-count pic 9(5) value 0.
             15 ws-ccr-ext pic 9(9)v99 value 0.
             15 ws-ccr-disc pic 9(9)v99 value 0.
             15 ws-ccr-net pic 9(9)v99 value 0.
             15 ws-ccr-transp pic 9(9)v99 value 0.
         05 ws-total-crd-count pic 9(5) value 0.
         05 ws-total-crd-ext-calc pic 99999999v99 value 0.
         05 ws-total-crd-net-calc pic 99999999v99 value 0.
         05 ws-total-crd-transp-calc pic 99999999v99 value 0.

         *> cost of the stock that left (sales) and came back
         *> (credits), at the master's average cost - standard cost
         *> standing in until the first costed receipt - in the same
         *> five class slots, for the cost-of-sales journal pairs
         05 ws-cogs-table.
           10 ws-cogs-entry occurs 5 times.
             15 ws-cogs-sale pic 9(9)v99 value 0.
             15 ws-cogs-return pic 9(9)v99 value 0.

         *> selling price check counts, for the A2.pex footer and the
         *> listing's held-lines note
         05 ws-price-checked-count pic 9(5) value 0.
         05 ws-price-unlisted-count pic 9(5) value 0.
         05 ws-price-exc-count pic 9(5) value 0.
         05 ws-price-off-list-count pic 9(5) value 0.
         05 ws-price-below-cost-count pic 9(5) value 0.
         05 ws-price-held-count pic 9(5) value 0.

         *> gross margin by branch and class for the summary at the
         *> end of the listing - net price less cost of sales, credits
         *> taken off both, in the same five class slots. one entry
         *> per branch in the order the branches come up; A2.brn holds
         *> no more than 100, so neither does this.
         05 ws-gm-count pic 9(3) value 0.
         05 ws-gm-table.
           10 ws-gm-entry occurs 100 times.
             15 ws-gm-branch pic xx value spaces.
             15 ws-gm-slot occurs 5 times.
               20 ws-gm-net pic s9(9)v99 value 0.
               20 ws-gm-cost pic s9(9)v99 value 0.

       *> credit line support - the class slot order matches the
       *> ws-crd-/ws-ccr- tables above
       01 ws-credit-line pic x value "N".
       01 ws-class-codes pic x(5) value "ABDFO".
       01 ws-class-codes-r redefines ws-class-codes.
         05 ws-class-code pic x occurs 5 times.
       01 ws-crd-slot pic 9 value 0.
       01 ws-cogs-slot pic 9 value 0.
       01 ws-cogs-unit-cost pic 9999v99 value 0.
       01 ws-cogs-calc pic 9(9)v99 value 0.
       01 ws-crd-label pic x(5).
       01 ws-crd-count-ed pic zzzz9.
       01 ws-crd-ext-ed pic z,zzz,zz9.99-.
       01 ws-crd-disc-ed pic zzz,zz9.99-.
       01 ws-crd-net-ed pic z,zzz,zz9.99-.
       01 ws-crd-transp-ed pic z,zzz,zz9.99-.
       01 ws-crd-br-count pic 9(6) value 0.
       01 ws-crd-br-ext pic 9(10)v99 value 0.
       01 ws-crd-br-disc pic 9(10)v99 value 0.
       01 ws-crd-br-net pic 9(10)v99 value 0.
       01 ws-crd-br-transp pic 9(10)v99 value 0.
       *> the line 8070-write-credit-line prints - signed, since a
       *> credit line is a reversal and a branch's net can go either way
       01 ws-crl-title pic x(20).
       01 ws-crl-count pic 9(6) value 0.
       01 ws-crl-ext pic s9(10)v99 value 0.
       01 ws-crl-disc pic s9(10)v99 value 0.
       01 ws-crl-net pic s9(10)v99 value 0.
       01 ws-crl-transp pic s9(10)v99 value 0.

       *> every A2.rts row already in effect on the run date, kept
       *> whole (superseded rows too) so a credit can be priced under
       *> the row that was in effect on its original sale date - the
       *> same keep-every-row approach A2-RateAudit takes
       01 ws-rhist-count pic 9(2) value 0.
       01 ws-rhist-idx pic 9(2) value 0.
       01 ws-rhist-match-idx pic 9(2) value 0.
       01 ws-rhist-oldest-idx pic 9(2) value 0.
       01 ws-rate-as-of-date pic 9(8) value 0.
       01 ws-rhist-table.
         05 ws-rhist-entry occurs 40 times.
           10 ws-rhist-class pic x.
           10 ws-rhist-eff-date pic 9(8).
           10 ws-rhist-discount-pct pic v9999.
           10 ws-rhist-discount-threshold pic 9(7)v99.
           10 ws-rhist-transport-pct pic v9999.
           10 ws-rhist-transport-qty-threshold pic 9(5).
           10 ws-rhist-transport-flat-amt pic 9(5)v99.

       *> discount/transportation rate table, loaded once at start of run
       01 ws-rate-status pic xx value "00".
       01 ws-rate-eof pic x value "N".
       01 ws-actual-qty-hash pic 9(15) value 0.
       01 ws-trailer-record-count pic 9(7) value 0.
       01 ws-trailer-qty-hash pic 9(15) value 0.
       01 ws-actual-credit-count pic 9(7) value 0.
       01 ws-actual-credit-hash pic 9(8) value 0.
       01 ws-trailer-credit-count pic 9(7) value 0.
       01 ws-trailer-credit-hash pic 9(8) value 0.
       01 ws-runlog-credit-count pic 9(7) value 0.
       01 ws-runlog-credit-hash pic 9(8) value 0.
       01 ws-out-of-balance pic x value "N".
       01 ws-recon-line pic x(80).
       01 ws-recon-count-exp-ed pic zzzzzz9.
         05 filler pic x value "$".
         05 ws-total-transp pic z,zzz,zz9.99.

       *> credit and net grand totals, printed under ws-totals on a
       *> day that took returns - trailing sign so the digits line up
       *> under the sales figures
       01 ws-credit-totals.
         05 filler pic x(24) value spaces.
         05 filler pic x(13) value "LESS CREDITS ".
         05 filler pic x value "$".
         05 ws-total-crd-ext pic zz,zzz,zz9.99-.
         05 filler pic x(13) value spaces.
         05 filler pic x value "$".
         05 ws-total-crd-net pic z,zzz,zz9.99-.
         05 filler pic x(16) value spaces.
         05 filler pic x value "$".
         05 ws-total-crd-transp pic z,zzz,zz9.99-.

       01 ws-net-totals.
         05 filler pic x(24) value spaces.
         05 filler pic x(13) value "NET OF CREDIT".
         05 filler pic x value "$".
         05 ws-total-nt-ext pic zz,zzz,zz9.99-.
         05 filler pic x(13) value spaces.
         05 filler pic x value "$".
         05 ws-total-nt-net pic z,zzz,zz9.99-.
         05 filler pic x(16) value spaces.
         05 filler pic x value "$".
         05 ws-total-nt-transp pic z,zzz,zz9.99-.

       01 ws-net-total-calc pic s9(9)v99 value 0.

       01 ws-without-discount.
         05 filler pic x(25) value "ITEMS WITHOUT DISCOUNT = ".
         05 ws-total-without pic z9.9.
       01 ws-subt-net-ed pic z,zzz,zz9.99.
       01 ws-subt-transp-ed pic z,zzz,zz9.99.

       *> gross margin summary print support - the branch and
       *> all-branch totals are summed from ws-gm-table as it prints
       01 ws-gm-idx pic 9(3) value 0.
       01 ws-gm-match-idx pic 9(3) value 0.
       01 ws-gm-slot-idx pic 9 value 0.
       01 ws-gm-line-net pic s9(10)v99 value 0.
       01 ws-gm-line-cost pic s9(10)v99 value 0.
       01 ws-gm-line-margin pic s9(10)v99 value 0.
       01 ws-gm-br-net pic s9(10)v99 value 0.
       01 ws-gm-br-cost pic s9(10)v99 value 0.
       01 ws-gm-all-net pic s9(10)v99 value 0.
       01 ws-gm-all-cost pic s9(10)v99 value 0.
       01 ws-gm-pct-work pic s9(12)v99 value 0.
       01 ws-gm-pct-calc pic s9(5)v9 value 0.
       01 ws-gm-pct-ed pic zzzz9.9-.
       01 ws-gm-heading pic x(108) value "  BR    CLASS           NET SALES       COST OF SALES        GROSS MARGIN   MARGIN %".
       01 ws-gm-print-line.
         05 filler pic x(2) value spaces.
         05 ws-gml-branch pic x(3).
         05 filler pic x(3) value spaces.
         05 ws-gml-class pic x(5).
         05 filler pic x(3) value spaces.
         05 ws-gml-net pic z,zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-gml-cost pic z,zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-gml-margin pic z,zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-gml-pct pic x(8).

       procedure division.
       000-main.

               close resubmit-file
           end-if.

           perform 5600-load-branch-table.

           *> every detail line is proved against A2.brn - without it
           *> the whole day would land on the rejects file
           if ws-branch-status not = "00"
               display "RUN STOPPED - BRANCH MASTER A2.BRN NOT AVAILABLE - STATUS " ws-branch-status
               move 8 to return-code
               goback
           end-if.

           perform 6000-sort-detail-records.

           *> the trailer's control totals are in hand once the sort
               end-if
           end-if.

           *> the price hold file and the price exception report and
           *> extract follow the same rule
           if ws-price-hold-mode = "Y"
             then
               if ws-skip-until-checkpoint = "Y" or ws-resub-run = "Y"
                 then
                   open extend price-hold-file
                   if ws-price-hold-status = "35"
                       open output price-hold-file
                   end-if
                 else
                   open output price-hold-file
               end-if
           end-if.

           if ws-skip-until-checkpoint = "Y" or ws-resub-run = "Y"
             then
               open extend price-exception-report
               if ws-pex-status = "35"
                   open output price-exception-report
               end-if
             else
               open output price-exception-report
           end-if.

           if ws-skip-until-checkpoint = "Y" or ws-resub-run = "Y"
             then
               open extend price-exception-file
               if ws-pxf-status = "35"
                   open output price-exception-file
               end-if
             else
               open output price-exception-file
           end-if.

           if ws-skip-until-checkpoint = "Y" or ws-resub-run = "Y"
             then
               open extend csv-file
               open output history-file
           end-if.

           open extend movement-journal-file.
           if ws-journal-status = "35"
               open output movement-journal-file
           end-if.

           *> a "35" on a brand-new site just means the file hasn't
           *> been created yet. any other failure - including the
           *> length conflict an old-layout master raises since the
                   display "RESTORE THE MASTER WITH A2-MSTRELOAD BEFORE RESUBMITTING"
                   display "IF IT PREDATES THE COSTING COLUMNS, RUN A2-MSTCONVERT ONCE TO CUT A"
                   display "NEW-LAYOUT BACKUP GENERATION, THEN RELOAD FROM GENERATION 1"
                   display "ONE FROM BEFORE THE VENDOR COLUMN RELOADS AS IS FROM ITS LAST NIGHTLY UNLOAD"
                   move 8 to return-code
                   goback
               end-if

           perform 5000-load-rate-table.
           perform 5500-load-account-map.
           perform 5700-load-price-list.

           *> a resumed run's A2.out already carries this banner/heading
           *> block from the aborted run (output-file was opened EXTEND,
               write output-line from ws-heading2
               write output-line from ""
               write output-line from ""

               perform 2900-print-price-exception-heading
           end-if.

           read input-file
           move ws-total-transp-calc to ws-total-transp.

           display ws-totals.
           write output-line from ws-totals.

           if ws-total-crd-count > 0
               perform 2700-print-credit-totals
           end-if.

           display "".
           display "".
           write output-line from "".
           write output-line from "".

               write output-line from ws-suspense-line
           end-if.

           if ws-price-held-count > 0
             then
               move ws-price-held-count to ws-price-note-ed
               move spaces to ws-suspense-line
               string
                   ws-price-note-ed delimited by size
                   " DETAIL RECORD(S) HELD TO A2.PHD - PRICE EXCEPTION, NOT POSTED" delimited by size
                   into ws-suspense-line
               end-string
               display ""
               write output-line from ""
               display ws-suspense-line
               write output-line from ws-suspense-line
           end-if.

           if ws-price-exc-count > 0
             then
               move ws-price-exc-count to ws-price-note-ed
               move spaces to ws-suspense-line
               string
                   ws-price-note-ed delimited by size
                   " PRICE EXCEPTION(S) REPORTED ON A2.PEX" delimited by size
                   into ws-suspense-line
               end-string
               display ws-suspense-line
               write output-line from ws-suspense-line
           end-if.

           if ws-reorder-count > 0
             then
               display ""
               end-if
           end-if.

           if ws-gm-count > 0
               perform 8800-print-gross-margin-summary
           end-if.

           perform 2950-print-price-exception-totals.

           perform 6600-write-run-log-record.

           perform 4200-clear-checkpoint.
           if ws-suspense-mode = "Y"
               close suspense-file
           end-if.
           if ws-price-hold-mode = "Y"
               close price-hold-file
           end-if.
           close price-exception-report.
           close price-exception-file.
           close master-file.
           close csv-file.
           close reorder-advice-file.
           close history-file.
           close movement-journal-file.

           if ws-order-file-open = "Y"
               close open-order-file
                       if pr-suspense-mode = "S" or pr-suspense-mode = "s"
                           move "Y" to ws-suspense-mode
                       end-if
                       if pr-price-tolerance-pct is numeric
                           move pr-price-tolerance-pct to ws-price-tolerance-pct
                       end-if
                       if pr-price-hold = "H" or pr-price-hold = "h"
                           move "Y" to ws-price-hold-mode
                       end-if
               end-read
               close run-param-file
             else
           move il-item-number to ws-item-number.
           move il-class to ws-class.

           if il-tran-type = "R"
             then
               move "Y" to ws-credit-line
             else
               move "N" to ws-credit-line
           end-if.

           perform 1000-validate-detail-record.

           if ws-valid-record = "N"
               perform 8000-print-class-break
               perform 8500-print-branch-summary
             else
               if ws-prev-line-kind not = spaces
                 and ws-prev-line-kind not = il-line-kind
                 then
                   perform 8000-print-class-break
                 else
                   if ws-prev-class not = spaces and ws-prev-class not = il-class
                       perform 8000-print-class-break
                   end-if
               end-if
           end-if.

               perform 8400-print-branch-header
           end-if.

           *> credits sort in behind the branch's sales - the first one
           *> opens the branch's credits section
           if il-line-kind = "2" and ws-prev-line-kind not = "2"
               perform 8450-print-credit-header
           end-if.

           move il-item-name to ws-item-name.
           move il-qty to ws-qty.
           move il-unit-price to ws-unit-calc.
           move "%" to ws-percent.

           *> a line the price check holds mustn't count as discounted
           move ws-total-without-calc to ws-price-without-save.

           *> a credit reverses the sale it came back from, so it prices
           *> under the rates that sale was priced under, not today's
           if ws-credit-line = "Y"
             then
               move il-orig-sale-date to ws-rate-as-of-date
               perform 5300-lookup-rate-as-of
               perform 5350-lookup-other-rate-as-of
             else
               perform 5200-lookup-rate-for-class
               perform 5250-lookup-other-rate
           end-if.

           multiply ws-qty-calc by ws-unit-calc giving ws-extended-calc.
           move ws-extended-calc to ws-extended-price.
             then
               multiply ws-extended-calc by ws-cur-discount-pct giving ws-discount-amount
               multiply ws-extended-calc by ws-cur-discount-pct giving ws-discount-calc
               if ws-credit-line = "N"
                   add 1 to ws-total-without-calc
               end-if
           end-if.

           if ws-class = "F" and ws-extended-calc > ws-cur-discount-threshold
             then
               multiply ws-extended-calc by ws-cur-discount-pct giving ws-discount-amount
               multiply ws-extended-calc by ws-cur-discount-pct giving ws-discount-calc
               if ws-credit-line = "N"
                   add 1 to ws-total-without-calc
               end-if
           end-if.

           if ws-class = "B" and ws-qty-calc > ws-cur-discount-threshold
             then
               multiply ws-extended-calc by ws-cur-discount-pct giving ws-discount-amount
               multiply ws-extended-calc by ws-cur-discount-pct giving ws-discount-calc
               if ws-credit-line = "N"
                   add 1 to ws-total-without-calc
               end-if
           end-if.

           subtract ws-discount-calc from ws-extended-calc giving ws-net-calc.
               end-if
           end-if

           *> selling price check, made before the master is touched so
           *> a held line leaves no trace on it. a credit reverses a
           *> sale at whatever that sale was priced at, so only sales
           *> are checked.
           if ws-credit-line = "N"
               perform 2800-check-selling-price
               if ws-price-exception = "Y"
                   perform 2850-write-price-exception
               end-if
               if ws-price-hold-line = "Y"
                   perform 2870-hold-detail-record
                   perform 4100-write-checkpoint
                   go to loopy-loopy-read
               end-if
           end-if.

           *> the items/without-discount percentage stays a measure of
           *> the day's sales
           if ws-credit-line = "N"
               add 1 to ws-total-items
           end-if.

           *> priced first, so the net price is there for the gross
           *> margin figures the master update collects
           perform 2000-update-item-master.

           *> credits go to their own buckets - the ws-subt- buckets,
           *> the sales grand totals and the items count stay sales only
           if ws-credit-line = "Y"
               perform 2600-accumulate-credit
               go to loopy-loopy-print
           end-if.

           add ws-extended-calc to ws-total-ext-calc.
           add ws-net-calc to ws-total-net-calc.
           add ws-transp-calc to ws-total-transp-calc
                   add ws-transp-calc to ws-subt-o-transp
           end-evaluate.

       loopy-loopy-print.

           move ws-class to ws-prev-class.
           move il-line-kind to ws-prev-line-kind.

           if ws-page-line-count >= 55
               perform 6200-print-page-header

       1000-validate-detail-record.

           *> a mistyped branch would otherwise open a whole new
           *> branch section, its own masters and its own subtotals
           if il-branch = spaces
             then
               move "MISSING BRANCH CODE" to ws-exception-reason
               perform 1100-write-exception-record
               move "N" to ws-valid-record
             else
               move il-branch to ws-brn-lookup-code
               perform 5630-find-branch
               if ws-brn-found-idx = 0
                 then
                   move "BRANCH NOT ON BRANCH MASTER" to ws-exception-reason
                   perform 1100-write-exception-record
                   move "N" to ws-valid-record
                 else
                   if ws-brn-status(ws-brn-found-idx) = "C"
                     then
                       move "BRANCH CLOSED ON BRANCH MASTER" to ws-exception-reason
                       perform 1100-write-exception-record
                       move "N" to ws-valid-record
                     else
                       if ws-brn-type(ws-brn-found-idx) = "T"
                           move "IN-TRANSIT BRANCH CANNOT SELL" to ws-exception-reason
                           perform 1100-write-exception-record
                           move "N" to ws-valid-record
                       end-if
                   end-if
               end-if
           end-if.

           if il-qty is not numeric
               perform 1150-record-unrecognized-class-exception
           end-if.

           if il-tran-type not = spaces and il-tran-type not = "S"
             and il-tran-type not = "R"
               move "INVALID RECORD TYPE - NOT S OR R" to ws-exception-reason
               perform 1100-write-exception-record
               move "N" to ws-valid-record
           end-if.

           *> a credit can't be priced without the date of the sale it
           *> reverses - and a sale can't come back before it was made
           if il-tran-type = "R"
             then
               if il-orig-sale-date is not numeric
                 then
                   move "CREDIT WITHOUT ORIGINAL SALE DATE" to ws-exception-reason
                   perform 1100-write-exception-record
                   move "N" to ws-valid-record
                 else
                   if il-orig-sale-date = 0
                     then
                       move "CREDIT WITHOUT ORIGINAL SALE DATE" to ws-exception-reason
                       perform 1100-write-exception-record
                       move "N" to ws-valid-record
                     else
                       if il-orig-sale-date > ws-run-date
                           move "CREDIT SALE DATE AFTER BUSINESS DATE" to ws-exception-reason
                           perform 1100-write-exception-record
                           move "N" to ws-valid-record
                       end-if
                   end-if
               end-if
           end-if.

       1100-write-exception-record.

           move spaces to ws-exception-line.
           *> so non-numeric quantities and prices survive untouched
           move input-line(3:27) to rj-reject-record(1:27).
           move il-branch to rj-branch.
           move il-tran-type to rj-tran-type.
           move input-line(39:8) to rj-orig-sale-date.
           move il-price-override to rj-price-override.

           write rj-reject-record.

               move 0 to im-on-hand-qty
               move 0 to im-last-cost
               move 0 to im-avg-cost
               move spaces to im-vendor-number
           end-if.

           move il-class to im-class.
           move im-on-hand-qty to ws-journal-before.

           *> a customer credit puts the goods back on the shelf
           if ws-credit-line = "Y"
             then
               add il-qty to im-on-hand-qty
             else
               subtract il-qty from im-on-hand-qty
           end-if.

           if ws-master-found = "N"
             then
               rewrite im-master-record
           end-if.

           perform 2030-write-journal-record.
           perform 2020-accumulate-cost-of-sales.
           perform 2040-accumulate-gross-margin.

           *> a reorder point of zero means none has been set up for this
           *> item yet (every brand-new item starts this way) - there is
           *> nothing meaningful to compare on-hand qty against, so don't
           *> flag it as an exception. stock already on an open purchase
           *> order counts as available supply, so yesterday's accepted
           *> advice doesn't re-flag the same item every day until the
           *> truck arrives. a credit only ever raises on-hand, so it
           *> can't trip the check.
           if im-reorder-point > 0 and ws-credit-line = "N"
             then
               perform 2050-lookup-open-order
               add im-on-hand-qty to ws-on-order-qty
               end-if
           end-if.

       2020-accumulate-cost-of-sales.

           if im-avg-cost > 0
             then
               move im-avg-cost to ws-cogs-unit-cost
             else
               move im-standard-cost to ws-cogs-unit-cost
           end-if.

           multiply il-qty by ws-cogs-unit-cost giving ws-cogs-calc.

           evaluate il-class
               when "A" move 1 to ws-cogs-slot
               when "B" move 2 to ws-cogs-slot
               when "D" move 3 to ws-cogs-slot
               when "F" move 4 to ws-cogs-slot
               when other move 5 to ws-cogs-slot
           end-evaluate.

           if ws-credit-line = "Y"
             then
               add ws-cogs-calc to ws-cogs-return(ws-cogs-slot)
             else
               add ws-cogs-calc to ws-cogs-sale(ws-cogs-slot)
           end-if.

       2030-write-journal-record.

           move ws-run-date to mj-business-date.
           move "ITEMLIST" to mj-program.
           move im-branch to mj-branch.
           move im-item-number to mj-item-number.
           if ws-credit-line = "Y"
             then
               move "CR" to mj-movement-type
             else
               move "SL" to mj-movement-type
           end-if.
           move ws-journal-before to mj-qty-before.
           move im-on-hand-qty to mj-qty-after.
           subtract ws-journal-before from im-on-hand-qty
               giving mj-qty-change.
           move ws-read-seq to ws-journal-seq-ed.
           move spaces to mj-reference.
           string
               "INPUT RECORD " delimited by size
               ws-journal-seq-ed delimited by size
               into mj-reference
           end-string.

           write mj-journal-record.

       *> the line's net price and cost of sales into its branch's
       *> class slot for the gross margin summary - ws-cogs-slot and
       *> ws-cogs-calc are the ones 2020 has just worked out
       2040-accumulate-gross-margin.

           move 0 to ws-gm-match-idx.
           if ws-gm-count > 0
               perform 2045-match-margin-branch
                 varying ws-gm-idx from 1 by 1
                 until ws-gm-idx > ws-gm-count
           end-if.

           if ws-gm-match-idx = 0 and ws-gm-count < 100
               add 1 to ws-gm-count
               move ws-gm-count to ws-gm-match-idx
               move il-branch to ws-gm-branch(ws-gm-count)
           end-if.

           if ws-gm-match-idx > 0
               if ws-credit-line = "Y"
                 then
                   subtract ws-net-calc from ws-gm-net(ws-gm-match-idx, ws-cogs-slot)
                   subtract ws-cogs-calc from ws-gm-cost(ws-gm-match-idx, ws-cogs-slot)
                 else
                   add ws-net-calc to ws-gm-net(ws-gm-match-idx, ws-cogs-slot)
                   add ws-cogs-calc to ws-gm-cost(ws-gm-match-idx, ws-cogs-slot)
               end-if
           end-if.

       2045-match-margin-branch.

           if ws-gm-branch(ws-gm-idx) = il-branch
             and ws-gm-match-idx = 0
               move ws-gm-idx to ws-gm-match-idx
           end-if.

       2400-check-suspense-item.

           move il-branch to im-branch.
           *> added
           move input-line(3:27) to su-suspense-record(1:27).
           move il-branch to su-branch.
           move il-tran-type to su-tran-type.
           move input-line(39:8) to su-orig-sale-date.
           move il-price-override to su-price-override.
           write su-suspense-record.

           *> priced and shown on the listing, flagged so nobody goes

           add 1 to ws-page-line-count.

       *> an item can sit on more than one purchase order - every
       *> open line for the branch/item adds its undelivered balance
       2050-lookup-open-order.

           move 0 to ws-on-order-qty.
               move il-branch to po-branch
               move il-item-number to po-item-number
               move "Y" to ws-order-found
               start open-order-file key is = po-item-key
                   invalid key
                       move "N" to ws-order-found
               end-start
               perform 2060-add-open-order-line
                 until ws-order-found = "N"
           end-if.

       2060-add-open-order-line.

           read open-order-file next record
               at end
                   move "N" to ws-order-found
           end-read.

           if ws-order-found = "Y"
             then
               if po-branch not = il-branch
                 or po-item-number not = il-item-number
                 then
                   move "N" to ws-order-found
                 else
                   if po-status = "O"
                     and po-received-qty < po-ordered-qty
                       add po-ordered-qty to ws-on-order-qty
                       subtract po-received-qty from ws-on-order-qty
                   end-if
               end-if
           end-if.

           display ws-reorder-line.
           write output-line from ws-reorder-line.

       2600-accumulate-credit.

           perform 2650-set-credit-slot.

           add 1 to ws-crd-count(ws-crd-slot).
           add ws-extended-calc to ws-crd-ext(ws-crd-slot).
           add ws-discount-calc to ws-crd-disc(ws-crd-slot).
           add ws-net-calc to ws-crd-net(ws-crd-slot).
           add ws-transp-calc to ws-crd-transp(ws-crd-slot).

           add 1 to ws-total-crd-count.
           add ws-extended-calc to ws-total-crd-ext-calc.
           add ws-net-calc to ws-total-crd-net-calc.
           add ws-transp-calc to ws-total-crd-transp-calc.

       2650-set-credit-slot.

           evaluate ws-class
               when "A" move 1 to ws-crd-slot
               when "B" move 2 to ws-crd-slot
               when "D" move 3 to ws-crd-slot
               when "F" move 4 to ws-crd-slot
               when other move 5 to ws-crd-slot
           end-evaluate.

       2700-print-credit-totals.

           subtract ws-total-crd-ext-calc from 0 giving ws-total-crd-ext.
           subtract ws-total-crd-net-calc from 0 giving ws-total-crd-net.
           subtract ws-total-crd-transp-calc from 0 giving ws-total-crd-transp.

           display ws-credit-totals.
           write output-line from ws-credit-totals.

           subtract ws-total-crd-ext-calc from ws-total-ext-calc giving ws-net-total-calc.
           move ws-net-total-calc to ws-total-nt-ext.
           subtract ws-total-crd-net-calc from ws-total-net-calc giving ws-net-total-calc.
           move ws-net-total-calc to ws-total-nt-net.
           subtract ws-total-crd-transp-calc from ws-total-transp-calc giving ws-net-total-calc.
           move ws-net-total-calc to ws-total-nt-transp.

           display ws-net-totals.
           write output-line from ws-net-totals.

       *> a sale is a price exception when its keyed unit price is off
       *> the A2.prc list price by more than the A2.prm tolerance, or
       *> its net price (after discount) is below what the stock cost
       2800-check-selling-price.

           move "N" to ws-price-exception.
           move "N" to ws-price-off-list.
           move "N" to ws-price-below-cost.
           move "N" to ws-price-hold-line.
           move 0 to ws-price-list-calc.
           move 0 to ws-price-unit-cost.
           move 0 to ws-price-line-cost.
           move 0 to ws-price-margin-calc.
           add 1 to ws-price-checked-count.

           move il-branch to ws-plst-lookup-branch.
           move il-item-number to ws-plst-lookup-item.
           perform 5750-find-list-price.

           if ws-plst-match-idx = 0
             then
               add 1 to ws-price-unlisted-count
             else
               move ws-plst-price(ws-plst-match-idx) to ws-price-list-calc
               perform 2810-test-list-price
           end-if.

           *> costed the way the cost-of-sales figures are - average
           *> cost, standard until the first costed receipt. an item
           *> not on the master yet has nothing to cost it from.
           move il-branch to im-branch.
           move il-item-number to im-item-number.
           move "Y" to ws-price-cost-known.

           read master-file
               invalid key
                   move "N" to ws-price-cost-known
           end-read.

           if ws-price-cost-known = "Y"
               if im-avg-cost > 0
                 then
                   move im-avg-cost to ws-price-unit-cost
                 else
                   move im-standard-cost to ws-price-unit-cost
               end-if
               multiply il-qty by ws-price-unit-cost giving ws-price-line-cost
               subtract ws-price-line-cost from ws-net-calc giving ws-price-margin-calc
               if ws-net-calc < ws-price-line-cost
                   move "Y" to ws-price-below-cost
               end-if
           end-if.

           if ws-price-off-list = "Y" or ws-price-below-cost = "Y"
               move "Y" to ws-price-exception
               if ws-price-hold-mode = "Y" and il-price-override not = "A"
                   move "Y" to ws-price-hold-line
               end-if
           end-if.

       *> off the list when the keyed price is further from it, either
       *> way, than the tolerance percent of the list price - compared
       *> at 100 times the difference, so nothing is lost to rounding
       2810-test-list-price.

           if il-unit-price > ws-price-list-calc
             then
               subtract ws-price-list-calc from il-unit-price giving ws-price-var-calc
             else
               subtract il-unit-price from ws-price-list-calc giving ws-price-var-calc
           end-if.

           multiply ws-price-var-calc by 100 giving ws-price-var-100.
           multiply ws-price-list-calc by ws-price-tolerance-pct giving ws-price-tol-calc.

           if ws-price-var-100 > ws-price-tol-calc
               move "Y" to ws-price-off-list
           end-if.

       2850-write-price-exception.

           add 1 to ws-price-exc-count.
           if ws-price-off-list = "Y"
               add 1 to ws-price-off-list-count
           end-if.
           if ws-price-below-cost = "Y"
               add 1 to ws-price-below-cost-count
           end-if.

           move ws-run-date to px-business-date.
           move il-branch to px-branch.
           move il-item-number to px-item-number.
           move il-class to px-class.
           move il-qty to px-qty.
           move ws-price-list-calc to px-list-price.
           move il-unit-price to px-keyed-price.
           move ws-price-unit-cost to px-unit-cost.
           move ws-net-calc to px-net-price.
           move ws-price-line-cost to px-line-cost.
           move ws-price-margin-calc to px-margin.
           move ws-price-off-list to px-off-list.
           move ws-price-below-cost to px-below-cost.
           if ws-price-hold-line = "Y"
             then
               move "H" to px-action
             else
               if il-price-override = "A"
                 then
                   move "A" to px-action
                 else
                   move "P" to px-action
               end-if
           end-if.
           move ws-read-seq to px-input-seq.

           write px-exception-record.

           move spaces to ws-pex-detail-line.
           move il-branch to pd-branch.
           move il-item-number to pd-item-number.
           move il-item-name to pd-item-name.
           move il-class to pd-class.
           move il-qty to pd-qty.
           move il-unit-price to pd-keyed-price.
           move ws-net-calc to pd-net-price.

           if ws-plst-match-idx = 0
             then
               move "   NONE" to pd-list-price
             else
               move ws-price-list-calc to ws-price-ed
               move ws-price-ed to pd-list-price
               if ws-price-list-calc > 0
                   subtract ws-price-list-calc from il-unit-price giving ws-price-var-signed
                   multiply ws-price-var-signed by 100 giving ws-price-pct-work
                   divide ws-price-pct-work by ws-price-list-calc
                       giving ws-price-pct-calc rounded
                       on size error
                           move 99999.9 to ws-price-pct-calc
                   end-divide
                   move ws-price-pct-calc to ws-price-pct-ed
                   move ws-price-pct-ed to pd-var-pct
               end-if
           end-if.

           if ws-price-cost-known = "Y"
             then
               move ws-price-unit-cost to ws-price-ed
               move ws-price-ed to pd-unit-cost
               move ws-price-margin-calc to ws-price-amt-ed
               move ws-price-amt-ed to pd-margin
               if ws-net-calc > 0
                   multiply ws-price-margin-calc by 100 giving ws-price-pct-work
                   divide ws-price-pct-work by ws-net-calc
                       giving ws-price-pct-calc rounded
                       on size error
                           move -99999.9 to ws-price-pct-calc
                   end-divide
                   move ws-price-pct-calc to ws-price-pct-ed
                   move ws-price-pct-ed to pd-margin-pct
               end-if
             else
               move "    N/A" to pd-unit-cost
               move "          N/A" to pd-margin
           end-if.

           if ws-price-off-list = "Y"
             then
               if ws-price-below-cost = "Y"
                 then
                   move "LIST+COST" to pd-reason
                 else
                   move "OFF LIST" to pd-reason
               end-if
             else
               move "BELOW COST" to pd-reason
           end-if.

           evaluate px-action
               when "H" move "HELD" to pd-action
               when "A" move "APPROVED" to pd-action
               when other move "POSTED" to pd-action
           end-evaluate.

           write pex-line from ws-pex-detail-line.

       *> price hold run option - the line has been priced and
       *> reported; cut it to A2.phd exactly as keyed and keep it out
       *> of the master, the totals, the history and the GL, the same
       *> as a suspended line
       2870-hold-detail-record.

           add 1 to ws-price-held-count.
           move ws-price-without-save to ws-total-without-calc.

           move input-line(3:27) to ph-hold-record(1:27).
           move il-branch to ph-branch.
           move il-tran-type to ph-tran-type.
           move input-line(39:8) to ph-orig-sale-date.
           move il-price-override to ph-price-override.
           write ph-hold-record.

           *> the class breaks have already seen this line, so it marks
           *> the class run it sits in just as a printed line would -
           *> otherwise the class before it would be subtotalled twice
           move ws-class to ws-prev-class.
           move il-line-kind to ws-prev-line-kind.

           move ws-extended-calc to ws-susp-ext-ed.

           move spaces to ws-suspense-line.
           string
               " " delimited by size
               il-item-number delimited by size
               "  " delimited by size
               il-item-name delimited by size
               " BRANCH " delimited by size
               il-branch delimited by size
               " EXT " delimited by size
               ws-susp-ext-ed delimited by size
               " HELD - PRICE EXCEPTION, SEE A2.PEX" delimited by size
               into ws-suspense-line
           end-string.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display ws-suspense-line.
           write output-line from ws-suspense-line.

           add 1 to ws-page-line-count.

       2900-print-price-exception-heading.

           move ws-price-tolerance-pct to ws-price-tol-ed.

           move spaces to ws-price-line.
           string
               "PRICE EXCEPTIONS - BUSINESS DATE " delimited by size
               ws-run-date delimited by size
               "   LIST PRICE TOLERANCE " delimited by size
               ws-price-tol-ed delimited by size
               "%" delimited by size
               into ws-price-line
           end-string.

           write pex-line from ws-price-line.
           if ws-resub-run = "Y"
               write pex-line from "RESUBMITTED REJECTS RUN"
           end-if.
           if ws-price-hold-mode = "Y"
               write pex-line from "PRICE HOLD IN FORCE - EXCEPTION LINES ARE HELD TO A2.PHD UNLESS THE PRICE OVERRIDE IS KEYED A"
           end-if.
           write pex-line from "".
           write pex-line from ws-pex-heading1.
           write pex-line from "".

       2950-print-price-exception-totals.

           write pex-line from "".

           if ws-price-list-loaded = "N"
               write pex-line from "PRICE LIST A2.PRC NOT AVAILABLE - LIST PRICES NOT CHECKED, COST CHECKED ONLY"
           end-if.

           if ws-plst-dropped > 0
               move ws-plst-dropped to ws-price-dropped-ed
               move spaces to ws-price-line
               string
                   ws-price-dropped-ed delimited by size
                   " PRICE LIST ROW(S) OVER THE 2000-ROW TABLE NOT LOADED - THOSE ITEMS READ AS NOT ON THE LIST" delimited by size
                   into ws-price-line
               end-string
               write pex-line from ws-price-line
           end-if.

           move "SALES LINES CHECKED:" to ws-price-count-label.
           move ws-price-checked-count to ws-price-count-ed.
           perform 2960-write-price-count-line.
           move "NOT ON PRICE LIST:" to ws-price-count-label.
           move ws-price-unlisted-count to ws-price-count-ed.
           perform 2960-write-price-count-line.
           move "PRICE EXCEPTIONS:" to ws-price-count-label.
           move ws-price-exc-count to ws-price-count-ed.
           perform 2960-write-price-count-line.
           move "  OFF LIST:" to ws-price-count-label.
           move ws-price-off-list-count to ws-price-count-ed.
           perform 2960-write-price-count-line.
           move "  BELOW COST:" to ws-price-count-label.
           move ws-price-below-cost-count to ws-price-count-ed.
           perform 2960-write-price-count-line.
           move "  HELD TO A2.PHD:" to ws-price-count-label.
           move ws-price-held-count to ws-price-count-ed.
           perform 2960-write-price-count-line.

       2960-write-price-count-line.

           move spaces to ws-price-line.
           string
               ws-price-count-label delimited by size
               ws-price-count-ed delimited by size
               into ws-price-line
           end-string.

           write pex-line from ws-price-line.

       3100-reconcile-control-totals.

           if ws-actual-record-count not = ws-trailer-record-count
             or ws-actual-qty-hash not = ws-trailer-qty-hash
               move "Y" to ws-out-of-balance
           end-if.

           if ws-actual-credit-count not = ws-trailer-credit-count
             or ws-actual-credit-hash not = ws-trailer-credit-hash
               move "Y" to ws-out-of-balance
           end-if.

           if ws-out-of-balance = "Y"
             then
               move ws-actual-record-count to ws-recon-count-act-ed
               move ws-trailer-record-count to ws-recon-count-exp-ed
               move ws-actual-qty-hash to ws-recon-hash-act-ed
               move ws-trailer-qty-hash to ws-recon-hash-exp-ed

               display "OUT OF BALANCE"
               write output-line from "OUT OF BALANCE"

               move spaces to ws-recon-line
               string
                   "RECORD COUNT - EXPECTED: " delimited by size
                   ws-recon-count-exp-ed delimited by size
                   " ACTUAL: " delimited by size
                   ws-recon-count-act-ed delimited by size
                   into ws-recon-line
               end-string
               display ws-recon-line
               write output-line from ws-recon-line

               move spaces to ws-recon-line
               string
                   "QTY HASH TOTAL - EXPECTED: " delimited by size
                   ws-recon-hash-exp-ed delimited by size
                   " ACTUAL: " delimited by size
                   ws-recon-hash-act-ed delimited by size
                   into ws-recon-line
               end-string
               display ws-recon-line
               write output-line from ws-recon-line

               move ws-actual-credit-count to ws-recon-count-act-ed
               move ws-trailer-credit-count to ws-recon-count-exp-ed
               move ws-actual-credit-hash to ws-recon-hash-act-ed
               move ws-trailer-credit-hash to ws-recon-hash-exp-ed

               move spaces to ws-recon-line
               string
                   "CREDIT COUNT - EXPECTED: " delimited by size
                   ws-recon-count-exp-ed delimited by size
                   " ACTUAL: " delimited by size
                   ws-recon-count-act-ed delimited by size
                   into ws-recon-line
               end-string
               display ws-recon-line
               write output-line from ws-recon-line

               move spaces to ws-recon-line
               string
                   "CREDIT QTY HASH - EXPECTED: " delimited by size
                   ws-recon-hash-exp-ed delimited by size
                   " ACTUAL: " delimited by size
                   ws-recon-hash-act-ed delimited by size
                   into ws-recon-line
               end-string
               display ws-recon-line
               write output-line from ws-recon-line
           end-if.

       *> each run mode keeps its own checkpoint file (A2.chk daily,
       *> A2.chr resubmission) so either kind of run can crash and
       *> restart without touching the other's resume state
       4000-load-checkpoint.

           *> than letting it win the newest-date comparison below.
           if rt-effective-date <= ws-run-date
             then
               perform 5080-keep-rate-history-row
               move 0 to ws-rate-match-idx
               if ws-rate-count > 0
                   perform 5070-search-rate-class
               move ws-rate-search-idx to ws-rate-match-idx
           end-if.

       5080-keep-rate-history-row.

           if ws-rhist-count < 40
               add 1 to ws-rhist-count
               move rt-class to ws-rhist-class(ws-rhist-count)
               move rt-effective-date to ws-rhist-eff-date(ws-rhist-count)
               move rt-discount-pct to ws-rhist-discount-pct(ws-rhist-count)
               move rt-discount-threshold to ws-rhist-discount-threshold(ws-rhist-count)
               move rt-transport-pct to ws-rhist-transport-pct(ws-rhist-count)
               move rt-transport-qty-threshold to ws-rhist-transport-qty-threshold(ws-rhist-count)
               move rt-transport-flat-amt to ws-rhist-transport-flat-amt(ws-rhist-count)
           end-if.

       5090-copy-rate-row.

           move rt-class to ws-rate-class(ws-rate-idx).
               move 0 to ws-other-transport-flat-amt
           end-if.

       *> the row for a class that was in effect on ws-rate-as-of-date
       *> is the newest one effective on or before it. a sale older
       *> than every row on file takes the oldest row - the nearest
       *> thing on file to what it was priced under.
       5300-lookup-rate-as-of.

           move ws-class to ws-rate-lookup-key.
           perform 5310-find-rate-as-of.

           if ws-rhist-match-idx > 0
             then
               move ws-rhist-discount-pct(ws-rhist-match-idx) to ws-cur-discount-pct
               move ws-rhist-discount-threshold(ws-rhist-match-idx) to ws-cur-discount-threshold
               move ws-rhist-transport-pct(ws-rhist-match-idx) to ws-cur-transport-pct
             else
               move 0 to ws-cur-discount-pct
               move 0 to ws-cur-discount-threshold
               move 0 to ws-cur-transport-pct
           end-if.

       5310-find-rate-as-of.

           move 0 to ws-rhist-match-idx.
           move 0 to ws-rhist-oldest-idx.
           if ws-rhist-count > 0
               perform 5320-test-rate-as-of
                 varying ws-rhist-idx from 1 by 1
                 until ws-rhist-idx > ws-rhist-count
           end-if.

           if ws-rhist-match-idx = 0
               move ws-rhist-oldest-idx to ws-rhist-match-idx
           end-if.

       5320-test-rate-as-of.

           if ws-rhist-class(ws-rhist-idx) = ws-rate-lookup-key
             then
               if ws-rhist-oldest-idx = 0
                   move ws-rhist-idx to ws-rhist-oldest-idx
               end-if
               if ws-rhist-eff-date(ws-rhist-idx) < ws-rhist-eff-date(ws-rhist-oldest-idx)
                   move ws-rhist-idx to ws-rhist-oldest-idx
               end-if
               if ws-rhist-eff-date(ws-rhist-idx) <= ws-rate-as-of-date
                 then
                   if ws-rhist-match-idx = 0
                       move ws-rhist-idx to ws-rhist-match-idx
                   end-if
                   if ws-rhist-eff-date(ws-rhist-idx) > ws-rhist-eff-date(ws-rhist-match-idx)
                       move ws-rhist-idx to ws-rhist-match-idx
                   end-if
               end-if
           end-if.

       5350-lookup-other-rate-as-of.

           move "O" to ws-rate-lookup-key.
           perform 5310-find-rate-as-of.

           if ws-rhist-match-idx > 0
             then
               move ws-rhist-transport-pct(ws-rhist-match-idx) to ws-other-transport-pct
               move ws-rhist-transport-qty-threshold(ws-rhist-match-idx) to ws-other-transport-qty-threshold
               move ws-rhist-transport-flat-amt(ws-rhist-match-idx) to ws-other-transport-flat-amt
             else
               move 0 to ws-other-transport-pct
               move 0 to ws-other-transport-qty-threshold
               move 0 to ws-other-transport-flat-amt
           end-if.

       6000-sort-detail-records.

           sort sort-work-file
               on ascending key sw-branch sw-line-kind sw-class sw-item-number sw-seq
               input procedure is 6100-sort-input-procedure
               giving input-file.

             then
               move si-tr-record-count to ws-trailer-record-count
               move si-tr-qty-hash to ws-trailer-qty-hash
               if si-tr-credit-count is numeric
                   move si-tr-credit-count to ws-trailer-credit-count
               end-if
               if si-tr-credit-hash is numeric
                   move si-tr-credit-hash to ws-trailer-credit-hash
               end-if
             else
               add 1 to ws-actual-record-count
               if si-qty is numeric
                   add si-qty to ws-actual-qty-hash
               end-if
               if si-tran-type = "R"
                 then
                   add 1 to ws-actual-credit-count
                   if si-qty is numeric
                       add si-qty to ws-actual-credit-hash
                   end-if
                   move "2" to sw-line-kind
                 else
                   move "1" to sw-line-kind
               end-if
               move si-tran-type to sw-tran-type
               move si-orig-sale-date to sw-orig-sale-date
               move si-price-override to sw-price-override
               add 1 to ws-raw-seq
               move si-branch to sw-branch
               move si-item-number to sw-item-number
               move mp-net-cr-account to ws-map-net-cr(ws-map-count)
               move mp-trn-dr-account to ws-map-trn-dr(ws-map-count)
               move mp-trn-cr-account to ws-map-trn-cr(ws-map-count)
               move mp-cogs-dr-account to ws-map-cogs-dr(ws-map-count)
               move mp-cogs-cr-account to ws-map-cogs-cr(ws-map-count)
           end-if.
           perform 5510-read-map-record.

               move ws-map-search-idx to ws-map-match-idx
           end-if.

       5600-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 5610-read-branch-record
               perform 5620-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
           end-if.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
           end-if.

       5610-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       5620-store-branch-record.

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

           perform 5610-read-branch-record.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       5630-find-branch.

           move 0 to ws-brn-found-idx.
           perform 5640-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       5640-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       *> a row staged for a future effective date is skipped until
       *> that date arrives, as on A2.rts; of the rest, the newest row
       *> for a branch/item wins
       5700-load-price-list.

           move "N" to ws-price-list-eof.
           open input price-list-file.

           if ws-price-list-status = "00"
             then
               move "Y" to ws-price-list-loaded
               perform 5710-read-price-record
               perform 5720-store-price-row
                 until ws-price-list-eof = "Y"
               close price-list-file
           end-if.

       5710-read-price-record.

           read price-list-file
               at end
                   move "Y" to ws-price-list-eof
           end-read.

       5720-store-price-row.

           if pl-effective-date is numeric
             and pl-list-price is numeric
             and pl-effective-date <= ws-run-date
               move 0 to ws-plst-match-idx
               if ws-plst-count > 0
                   perform 5730-match-price-row
                     varying ws-plst-idx from 1 by 1
                     until ws-plst-idx > ws-plst-count
               end-if
               if ws-plst-match-idx > 0
                 then
                   if pl-effective-date > ws-plst-eff-date(ws-plst-match-idx)
                       perform 5740-copy-price-row
                   end-if
                 else
                   if ws-plst-count < 2000
                     then
                       add 1 to ws-plst-count
                       move ws-plst-count to ws-plst-match-idx
                       perform 5740-copy-price-row
                     else
                       add 1 to ws-plst-dropped
                   end-if
               end-if
           end-if.

           perform 5710-read-price-record.

       5730-match-price-row.

           if ws-plst-branch(ws-plst-idx) = pl-branch
             and ws-plst-item-number(ws-plst-idx) = pl-item-number
             and ws-plst-match-idx = 0
               move ws-plst-idx to ws-plst-match-idx
           end-if.

       5740-copy-price-row.

           move pl-branch to ws-plst-branch(ws-plst-match-idx).
           move pl-item-number to ws-plst-item-number(ws-plst-match-idx).
           move pl-effective-date to ws-plst-eff-date(ws-plst-match-idx).
           move pl-list-price to ws-plst-price(ws-plst-match-idx).

       *> the branch's own row for the item if it has one, otherwise
       *> the company-wide (blank branch) row
       5750-find-list-price.

           move 0 to ws-plst-match-idx.
           move 0 to ws-plst-any-idx.
           if ws-plst-count > 0
               perform 5760-test-price-row
                 varying ws-plst-idx from 1 by 1
                 until ws-plst-idx > ws-plst-count
           end-if.

           if ws-plst-match-idx = 0
               move ws-plst-any-idx to ws-plst-match-idx
           end-if.

       5760-test-price-row.

           if ws-plst-item-number(ws-plst-idx) = ws-plst-lookup-item
               if ws-plst-branch(ws-plst-idx) = ws-plst-lookup-branch
                   move ws-plst-idx to ws-plst-match-idx
               end-if
               if ws-plst-branch(ws-plst-idx) = spaces
                   move ws-plst-idx to ws-plst-any-idx
               end-if
           end-if.

       8700-write-gl-extract.

           *> same appending rule as the other machine-consumed files: a
           move ws-cons-a-disc to ws-gl-disc-amt.
           move ws-cons-a-net to ws-gl-net-amt.
           move ws-cons-a-transp to ws-gl-trn-amt.
           move 1 to ws-crd-slot.
           perform 8705-move-credit-amounts.
           perform 8710-write-gl-class thru 8710-write-gl-class-exit.

           move "B" to ws-gl-class.
           move ws-cons-b-disc to ws-gl-disc-amt.
           move ws-cons-b-net to ws-gl-net-amt.
           move ws-cons-b-transp to ws-gl-trn-amt.
           move 2 to ws-crd-slot.
           perform 8705-move-credit-amounts.
           perform 8710-write-gl-class thru 8710-write-gl-class-exit.

           move "D" to ws-gl-class.
           move ws-cons-d-disc to ws-gl-disc-amt.
           move ws-cons-d-net to ws-gl-net-amt.
           move ws-cons-d-transp to ws-gl-trn-amt.
           move 3 to ws-crd-slot.
           perform 8705-move-credit-amounts.
           perform 8710-write-gl-class thru 8710-write-gl-class-exit.

           move "F" to ws-gl-class.
           move ws-cons-f-disc to ws-gl-disc-amt.
           move ws-cons-f-net to ws-gl-net-amt.
           move ws-cons-f-transp to ws-gl-trn-amt.
           move 4 to ws-crd-slot.
           perform 8705-move-credit-amounts.
           perform 8710-write-gl-class thru 8710-write-gl-class-exit.

           move "O" to ws-gl-class.
           move ws-cons-o-disc to ws-gl-disc-amt.
           move ws-cons-o-net to ws-gl-net-amt.
           move ws-cons-o-transp to ws-gl-trn-amt.
           move 5 to ws-crd-slot.
           perform 8705-move-credit-amounts.
           perform 8710-write-gl-class thru 8710-write-gl-class-exit.

           close gl-posting-file.

       8705-move-credit-amounts.

           move ws-ccr-ext(ws-crd-slot) to ws-gl-rx-ext-amt.
           move ws-ccr-disc(ws-crd-slot) to ws-gl-rx-disc-amt.
           move ws-ccr-net(ws-crd-slot) to ws-gl-rx-net-amt.
           move ws-ccr-transp(ws-crd-slot) to ws-gl-rx-trn-amt.
           move ws-cogs-sale(ws-crd-slot) to ws-gl-cogs-amt.
           move ws-cogs-return(ws-crd-slot) to ws-gl-rx-cogs-amt.

       8710-write-gl-class.

           *> nothing moved under this class today - no journal lines
           if ws-gl-ext-amt = 0 and ws-gl-disc-amt = 0
             and ws-gl-net-amt = 0 and ws-gl-trn-amt = 0
             and ws-gl-rx-ext-amt = 0 and ws-gl-rx-disc-amt = 0
             and ws-gl-rx-net-amt = 0 and ws-gl-rx-trn-amt = 0
             and ws-gl-cogs-amt = 0 and ws-gl-rx-cogs-amt = 0
               go to 8710-write-gl-class-exit
           end-if.

           move "TRANSPORT" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

           *> customer credits reverse the sale - the same accounts with
           *> debit and credit swapped, cut as their own pairs so the
           *> ledger shows the returns rather than a smaller sale
           move ws-gl-rx-ext-amt to ws-gl-pair-amt.
           move ws-map-ext-cr(ws-map-match-idx) to ws-gl-pair-dr.
           move ws-map-ext-dr(ws-map-match-idx) to ws-gl-pair-cr.
           move "RETURN EXT" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

           move ws-gl-rx-disc-amt to ws-gl-pair-amt.
           move ws-map-disc-cr(ws-map-match-idx) to ws-gl-pair-dr.
           move ws-map-disc-dr(ws-map-match-idx) to ws-gl-pair-cr.
           move "RETURN DSC" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

           move ws-gl-rx-net-amt to ws-gl-pair-amt.
           move ws-map-net-cr(ws-map-match-idx) to ws-gl-pair-dr.
           move ws-map-net-dr(ws-map-match-idx) to ws-gl-pair-cr.
           move "RETURN NET" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

           move ws-gl-rx-trn-amt to ws-gl-pair-amt.
           move ws-map-trn-cr(ws-map-match-idx) to ws-gl-pair-dr.
           move ws-map-trn-dr(ws-map-match-idx) to ws-gl-pair-cr.
           move "RETURN TRN" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

           *> the inventory side - what the stock sold today cost us
           *> moves to cost of goods sold, and credited stock back
           move ws-gl-cogs-amt to ws-gl-pair-amt.
           move ws-map-cogs-dr(ws-map-match-idx) to ws-gl-pair-dr.
           move ws-map-cogs-cr(ws-map-match-idx) to ws-gl-pair-cr.
           move "COST SALES" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

           move ws-gl-rx-cogs-amt to ws-gl-pair-amt.
           move ws-map-cogs-cr(ws-map-match-idx) to ws-gl-pair-dr.
           move ws-map-cogs-dr(ws-map-match-idx) to ws-gl-pair-cr.
           move "RETURN COS" to ws-gl-pair-type.
           perform 8720-write-gl-pair.

       8710-write-gl-class-exit.

           exit.

       6520-match-run-log-record.

           if rl-trailer-credit-count is numeric
             then
               move rl-trailer-credit-count to ws-runlog-credit-count
             else
               move 0 to ws-runlog-credit-count
           end-if.
           if rl-trailer-credit-hash is numeric
             then
               move rl-trailer-credit-hash to ws-runlog-credit-hash
             else
               move 0 to ws-runlog-credit-hash
           end-if.

           if rl-run-date is numeric
             and rl-run-date = ws-run-date
             and rl-trailer-count = ws-trailer-record-count
             and rl-trailer-hash = ws-trailer-qty-hash
             and ws-runlog-credit-count = ws-trailer-credit-count
             and ws-runlog-credit-hash = ws-trailer-credit-hash
               if (ws-resub-run = "Y" and rl-run-mode = "R")
                 or (ws-resub-run = "N" and rl-run-mode not = "R")
                   move "Y" to ws-duplicate-run
           move ws-total-ext-calc to rl-grand-ext.
           move ws-total-net-calc to rl-grand-net.
           move ws-total-transp-calc to rl-grand-transp.
           move ws-trailer-credit-count to rl-trailer-credit-count.
           move ws-trailer-credit-hash to rl-trailer-credit-hash.
           move ws-total-crd-ext-calc to rl-credit-ext.
           move ws-total-crd-net-calc to rl-credit-net.
           move ws-total-crd-transp-calc to rl-credit-transp.
           if ws-out-of-balance = "Y"
             then
               move "O" to rl-balance-flag

       7000-write-csv-record.

           if ws-credit-line = "Y"
             then
               move "-" to ws-csv-sign
             else
               move spaces to ws-csv-sign
           end-if.

           move il-qty to ws-csv-qty-ed.
           move il-unit-price to ws-csv-unit-price-ed.
           move ws-extended-calc to ws-csv-extended-ed.
               "," delimited by size
               il-item-name delimited by size
               "," delimited by size
               ws-csv-sign delimited by space
               ws-csv-qty-ed delimited by size
               "," delimited by size
               ws-csv-unit-price-ed delimited by size
               "," delimited by size
               ws-csv-sign delimited by space
               ws-csv-extended-ed delimited by size
               "," delimited by size
               ws-csv-sign delimited by space
               ws-csv-discount-ed delimited by size
               "," delimited by size
               ws-csv-sign delimited by space
               ws-csv-net-ed delimited by size
               "," delimited by size
               il-class delimited by size
               "," delimited by size
               ws-csv-sign delimited by space
               ws-csv-transp-ed delimited by size
               "," delimited by size
               il-branch delimited by size
           move ws-net-calc to hs-net-price.
           move ws-transp-calc to hs-transportation-charge.
           move il-class to hs-class.
           if ws-credit-line = "Y"
             then
               move "R" to hs-tran-type
             else
               move "S" to hs-tran-type
           end-if.
           move il-branch to hs-branch.

           write hs-history-record.

       8000-print-class-break.

           if ws-prev-line-kind = "2"
             then
               perform 8060-credit-class-line
             else
               evaluate ws-prev-class
                   when "A" perform 8110-summary-line-a
                   when "B" perform 8120-summary-line-b
                   when "D" perform 8130-summary-line-d
                   when "F" perform 8140-summary-line-f
                   when other perform 8150-summary-line-o
               end-evaluate
           end-if.

       8050-write-subtotal-line.


           add 1 to ws-page-line-count.

       8060-credit-class-line.

           move ws-prev-class to ws-class.
           perform 2650-set-credit-slot.
           perform 8065-set-credit-label.

           move spaces to ws-crl-title.
           string
               "CREDITS  CLASS " delimited by size
               ws-crd-label delimited by size
               into ws-crl-title
           end-string.
           move ws-crd-count(ws-crd-slot) to ws-crl-count.
           subtract ws-crd-ext(ws-crd-slot) from 0 giving ws-crl-ext.
           subtract ws-crd-disc(ws-crd-slot) from 0 giving ws-crl-disc.
           subtract ws-crd-net(ws-crd-slot) from 0 giving ws-crl-net.
           subtract ws-crd-transp(ws-crd-slot) from 0 giving ws-crl-transp.
           perform 8070-write-credit-line.

           *> ws-class belongs to the line that caused the break - it
           *> is priced and bucketed after this
           move il-class to ws-class.

       8065-set-credit-label.

           if ws-crd-slot = 5
             then
               move "OTHER" to ws-crd-label
             else
               move ws-class-code(ws-crd-slot) to ws-crd-label
           end-if.

       *> credit and net lines carry their own sign - a credit prints
       *> as a reversal of the sales figures above it
       8070-write-credit-line.

           move ws-crl-count to ws-crd-count-ed.
           move ws-crl-ext to ws-crd-ext-ed.
           move ws-crl-disc to ws-crd-disc-ed.
           move ws-crl-net to ws-crd-net-ed.
           move ws-crl-transp to ws-crd-transp-ed.

           move spaces to ws-subtotal-line.
           string
               ws-crl-title delimited by size
               " ITEMS:" delimited by size
               ws-crd-count-ed delimited by size
               " EXT:" delimited by size
               ws-crd-ext-ed delimited by size
               " DISC:" delimited by size
               ws-crd-disc-ed delimited by size
               " NET:" delimited by size
               ws-crd-net-ed delimited by size
               " TRANS:" delimited by size
               ws-crd-transp-ed delimited by size
               into ws-subtotal-line
           end-string.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display ws-subtotal-line.
           write output-line from ws-subtotal-line.

           add 1 to ws-page-line-count.

       8110-summary-line-a.

           move "A    " to ws-subt-class-label.
       8400-print-branch-header.

           move il-branch to ws-prev-branch.
           move spaces to ws-prev-line-kind.

           move il-branch to ws-brn-lookup-code.
           perform 5630-find-branch.

           move spaces to ws-branch-line.
           string
               "BRANCH " delimited by size
               il-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               into ws-branch-line
           end-string.


           add 3 to ws-page-line-count.

       8450-print-credit-header.

           move il-branch to ws-brn-lookup-code.
           perform 5630-find-branch.

           move spaces to ws-branch-line.
           string
               "CREDITS - BRANCH " delimited by size
               il-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               into ws-branch-line
           end-string.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display "".
           display ws-branch-line.
           write output-line from "".
           write output-line from ws-branch-line.

           add 2 to ws-page-line-count.

       *> a branch has ended: print its totals (summed from the class
       *> buckets, which only ever hold one branch's figures), roll the
       *> buckets into the all-branch consolidated accumulators, and
           move ws-br-net-calc to ws-subt-net-ed.
           move ws-br-transp-calc to ws-subt-transp-ed.

           move ws-prev-branch to ws-brn-lookup-code.
           perform 5630-find-branch.

           move spaces to ws-branch-line.
           string
               "TOTALS FOR BRANCH " delimited by size
               ws-prev-branch delimited by size
               " " delimited by size
               ws-brn-lookup-name delimited by size
               into ws-branch-line
           end-string.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display ws-branch-line.
           write output-line from ws-branch-line.

           add 1 to ws-page-line-count.

           move spaces to ws-branch-line.
           string
               "TOTAL BRANCH " delimited by size

           add 1 to ws-page-line-count.

           perform 8550-print-branch-credits.

           add ws-subt-a-count to ws-cons-a-count.
           add ws-subt-a-ext to ws-cons-a-ext.
           add ws-subt-a-disc to ws-cons-a-disc.
           move 0 to ws-subt-o-net.
           move 0 to ws-subt-o-transp.

       *> the branch's credits, and what the branch comes to net of
       *> them - printed only on a branch that took returns. the
       *> credit buckets roll into the consolidated ones and clear
       *> here, the same as the sales buckets do below.
       8550-print-branch-credits.

           move 0 to ws-crd-br-count.
           move 0 to ws-crd-br-ext.
           move 0 to ws-crd-br-disc.
           move 0 to ws-crd-br-net.
           move 0 to ws-crd-br-transp.

           perform 8560-roll-branch-credit-slot
             varying ws-crd-slot from 1 by 1
             until ws-crd-slot > 5.

           if ws-crd-br-count > 0
             then
               move spaces to ws-crl-title
               string
                   "CREDITS BRANCH " delimited by size
                   ws-prev-branch delimited by size
                   into ws-crl-title
               end-string
               move ws-crd-br-count to ws-crl-count
               subtract ws-crd-br-ext from 0 giving ws-crl-ext
               subtract ws-crd-br-disc from 0 giving ws-crl-disc
               subtract ws-crd-br-net from 0 giving ws-crl-net
               subtract ws-crd-br-transp from 0 giving ws-crl-transp
               perform 8070-write-credit-line

               move spaces to ws-crl-title
               string
                   "NET     BRANCH " delimited by size
                   ws-prev-branch delimited by size
                   into ws-crl-title
               end-string
               add ws-br-count-calc ws-crd-br-count giving ws-crl-count
               subtract ws-crd-br-ext from ws-br-ext-calc giving ws-crl-ext
               subtract ws-crd-br-disc from ws-br-disc-calc giving ws-crl-disc
               subtract ws-crd-br-net from ws-br-net-calc giving ws-crl-net
               subtract ws-crd-br-transp from ws-br-transp-calc giving ws-crl-transp
               perform 8070-write-credit-line
           end-if.

       8560-roll-branch-credit-slot.

           add ws-crd-count(ws-crd-slot) to ws-crd-br-count.
           add ws-crd-ext(ws-crd-slot) to ws-crd-br-ext.
           add ws-crd-disc(ws-crd-slot) to ws-crd-br-disc.
           add ws-crd-net(ws-crd-slot) to ws-crd-br-net.
           add ws-crd-transp(ws-crd-slot) to ws-crd-br-transp.

           add ws-crd-count(ws-crd-slot) to ws-ccr-count(ws-crd-slot).
           add ws-crd-ext(ws-crd-slot) to ws-ccr-ext(ws-crd-slot).
           add ws-crd-disc(ws-crd-slot) to ws-ccr-disc(ws-crd-slot).
           add ws-crd-net(ws-crd-slot) to ws-ccr-net(ws-crd-slot).
           add ws-crd-transp(ws-crd-slot) to ws-ccr-transp(ws-crd-slot).

           move 0 to ws-crd-count(ws-crd-slot).
           move 0 to ws-crd-ext(ws-crd-slot).
           move 0 to ws-crd-disc(ws-crd-slot).
           move 0 to ws-crd-net(ws-crd-slot).
           move 0 to ws-crd-transp(ws-crd-slot).

       *> head office's page: every class summed across every branch.
       *> the grand-total lines that follow in 000-main already cover
       *> the whole run, so only the class rows are printed here.
           perform 8640-consolidated-line-f.
           perform 8650-consolidated-line-o.

           if ws-total-crd-count > 0
             then
               display ""
               display "CONSOLIDATED CREDITS"
               write output-line from ""
               write output-line from "CONSOLIDATED CREDITS"
               add 2 to ws-page-line-count
               perform 8660-consolidated-credit-line
                 varying ws-crd-slot from 1 by 1
                 until ws-crd-slot > 5
           end-if.

       8610-consolidated-line-a.

           move "A    " to ws-subt-class-label.
           move ws-cons-o-transp to ws-subt-transp-ed.
           perform 8050-write-subtotal-line.

       8660-consolidated-credit-line.

           perform 8065-set-credit-label.

           move spaces to ws-crl-title.
           string
               "CREDITS  CLASS " delimited by size
               ws-crd-label delimited by size
               into ws-crl-title
           end-string.
           move ws-ccr-count(ws-crd-slot) to ws-crl-count.
           subtract ws-ccr-ext(ws-crd-slot) from 0 giving ws-crl-ext.
           subtract ws-ccr-disc(ws-crd-slot) from 0 giving ws-crl-disc.
           subtract ws-ccr-net(ws-crd-slot) from 0 giving ws-crl-net.
           subtract ws-ccr-transp(ws-crd-slot) from 0 giving ws-crl-transp.
           perform 8070-write-credit-line.

       *> net sales less cost of sales for every class a branch sold
       *> under, the branch's total, then the same again for all
       *> branches together. credits are already netted off both.
       8800-print-gross-margin-summary.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display "".
           display "GROSS MARGIN SUMMARY BY BRANCH AND CLASS".
           display "".
           display ws-gm-heading.
           write output-line from "".
           write output-line from "GROSS MARGIN SUMMARY BY BRANCH AND CLASS".
           write output-line from "".
           write output-line from ws-gm-heading.

           add 4 to ws-page-line-count.

           perform 8810-print-margin-branch
             varying ws-gm-idx from 1 by 1
             until ws-gm-idx > ws-gm-count.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display "".
           write output-line from "".
           add 1 to ws-page-line-count.

           move "ALL" to ws-gml-branch.
           move 0 to ws-gm-all-net.
           move 0 to ws-gm-all-cost.
           perform 8830-print-margin-all-class
             varying ws-gm-slot-idx from 1 by 1
             until ws-gm-slot-idx > 5.

           move "TOTAL" to ws-gml-class.
           move ws-gm-all-net to ws-gm-line-net.
           move ws-gm-all-cost to ws-gm-line-cost.
           perform 8840-write-margin-line.

       8810-print-margin-branch.

           move ws-gm-branch(ws-gm-idx) to ws-gml-branch.
           move 0 to ws-gm-br-net.
           move 0 to ws-gm-br-cost.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display "".
           write output-line from "".
           add 1 to ws-page-line-count.

           perform 8820-print-margin-class
             varying ws-gm-slot-idx from 1 by 1
             until ws-gm-slot-idx > 5.

           move "TOTAL" to ws-gml-class.
           move ws-gm-br-net to ws-gm-line-net.
           move ws-gm-br-cost to ws-gm-line-cost.
           perform 8840-write-margin-line.

       8820-print-margin-class.

           if ws-gm-net(ws-gm-idx, ws-gm-slot-idx) not = 0
             or ws-gm-cost(ws-gm-idx, ws-gm-slot-idx) not = 0
               perform 8825-set-margin-class-label
               move ws-gm-net(ws-gm-idx, ws-gm-slot-idx) to ws-gm-line-net
               move ws-gm-cost(ws-gm-idx, ws-gm-slot-idx) to ws-gm-line-cost
               perform 8840-write-margin-line
               add ws-gm-line-net to ws-gm-br-net
               add ws-gm-line-cost to ws-gm-br-cost
           end-if.

       8825-set-margin-class-label.

           if ws-gm-slot-idx = 5
             then
               move "OTHER" to ws-gml-class
             else
               move ws-class-code(ws-gm-slot-idx) to ws-gml-class
           end-if.

       8830-print-margin-all-class.

           move 0 to ws-gm-line-net.
           move 0 to ws-gm-line-cost.
           perform 8835-add-margin-branch-slot
             varying ws-gm-idx from 1 by 1
             until ws-gm-idx > ws-gm-count.

           if ws-gm-line-net not = 0 or ws-gm-line-cost not = 0
               perform 8825-set-margin-class-label
               perform 8840-write-margin-line
               add ws-gm-line-net to ws-gm-all-net
               add ws-gm-line-cost to ws-gm-all-cost
           end-if.

       8835-add-margin-branch-slot.

           add ws-gm-net(ws-gm-idx, ws-gm-slot-idx) to ws-gm-line-net.
           add ws-gm-cost(ws-gm-idx, ws-gm-slot-idx) to ws-gm-line-cost.

       *> margin percent is of net sales, left blank when there are
       *> none to take it of
       8840-write-margin-line.

           subtract ws-gm-line-cost from ws-gm-line-net giving ws-gm-line-margin.
           move ws-gm-line-net to ws-gml-net.
           move ws-gm-line-cost to ws-gml-cost.
           move ws-gm-line-margin to ws-gml-margin.

           move spaces to ws-gml-pct.
           if ws-gm-line-net not = 0
               multiply ws-gm-line-margin by 100 giving ws-gm-pct-work
               divide ws-gm-pct-work by ws-gm-line-net
                   giving ws-gm-pct-calc rounded
                   on size error
                       move -99999.9 to ws-gm-pct-calc
               end-divide
               move ws-gm-pct-calc to ws-gm-pct-ed
               move ws-gm-pct-ed to ws-gml-pct
           end-if.

           if ws-page-line-count >= 55
               perform 6200-print-page-header
           end-if.

           display ws-gm-print-line.
           write output-line from ws-gm-print-line.

           add 1 to ws-page-line-count.

       end program A2-ItemList.
