           *> reorder advice cut by the daily A2-ItemList run - purchasing
           *> reviews the file and deletes any line it is not acting on,
           *> then runs this step over what's left. every surviving line
           *> is raised on its preferred vendor's purchase order unless
           *> an open order line already covers the same branch/item.
           select reorder-advice-file
               assign to "../../../A2-ItemList/A2.roa"
               organization is line sequential
               file status is ws-advice-status.

           *> read only, for each advice line's preferred vendor and the
           *> cost the order line is valued at
           select master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed
               access mode is dynamic
               record key is im-item-key
               file status is ws-master-status.

           *> hand-maintained vendor master - one row per vendor, loaded
           *> whole into a table before the advice is read
           select vendor-file
               assign to "../../../A2-ItemList/A2.vnd"
               organization is line sequential
               file status is ws-vendor-status.

           *> open purchase order lines, keyed by PO number and line.
           *> the alternate branch/item key lets the daily reorder check
           *> and A2-ItemMaint receipts find every open line for an item
           *> whichever order it sits on. a line leaves this file for
           *> the PO history file A2.pfh as soon as it closes.
           select open-order-file
               assign to "../../../A2-ItemList/A2.poo"
               organization is indexed
               access mode is dynamic
               record key is po-order-key
               alternate record key is po-item-key with duplicates
               file status is ws-order-status.

           *> one header per purchase order - vendor, order date, terms
           *> and totals. A2-ItemMaint counts its open lines down as
           *> they close and marks the order closed with the last one.
           select order-header-file
               assign to "../../../A2-ItemList/A2.poh"
               organization is indexed
               access mode is dynamic
               record key is ph-po-number
               file status is ws-header-status.

           *> next purchase order number to allocate - a one-record
           *> control file rewritten at the end of every run
           select po-number-file
               assign to "../../../A2-ItemList/A2.pon"
               organization is line sequential
               file status is ws-ponum-status.

           *> applied/skipped audit listing for the day's PO entry
           select listing-file
               assign to "../../../A2-ItemList/A2.pol"
               organization is line sequential
               file status is ws-listing-status.

           *> the day's purchase orders as documents to send to the
           *> vendors - one block per order
           select document-file
               assign to "../../../A2-ItemList/A2.pod"
               organization is line sequential
               file status is ws-document-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> only the business date matters here, stamping the order
           *> date the status report ages from
               organization is line sequential
               file status is ws-param-status.

           select sort-work-file
               assign to "sortwk08".

       data division.
       file section.

         05 ra-reorder-point pic 9(5).
         05 ra-suggested-qty pic 9(6).

       fd master-file
           data record is im-master-record.

       01 im-master-record.
         05 im-item-key.
           10 im-branch pic xx.
           10 im-item-number pic x(4).
         05 im-description pic x(13).
         05 im-class pic x.
         05 im-standard-cost pic 9999v99.
         05 im-reorder-point pic 9(5).
         05 im-on-hand-qty pic s9(5).
         *> receipt costing: the unit cost on the most recent costed
         *> receipt, and the weighted-average cost recomputed at each
         *> costed receipt. both stay zero until a costed receipt
         *> arrives, and the valuation falls back to standard cost
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

       fd vendor-file
           data record is vn-vendor-record
           record contains 140 characters.

       01 vn-vendor-record.
         05 vn-vendor-number pic x(6).
         05 vn-name pic x(30).
         05 vn-address-1 pic x(30).
         05 vn-address-2 pic x(30).
         05 vn-address-3 pic x(30).
         *> calendar days from order date to expected delivery
         05 vn-lead-days pic 9(3).
         *> smallest order value the vendor will ship - an order under
         *> it still goes out, flagged for purchasing to top up
         05 vn-minimum-order pic 9(7)v99.
         05 filler pic x(2).

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
         *> the vendor's lead time when the order was raised - the
         *> status report ages the line against it
         05 po-lead-days pic 9(3).
         05 po-ordered-qty pic 9(6).
         05 po-received-qty pic 9(6).
         05 po-unit-cost pic 9999v99.
         05 po-last-receipt-date pic 9(8).
         *> O = open - a line is moved to A2.pfh the moment it closes
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
         *> "Y" when the order went out below the vendor's minimum
         05 ph-below-minimum pic x.
         *> O = lines still open, C = every line received or closed
         05 ph-status pic x.
         05 ph-closed-date pic 9(8).

       fd po-number-file
           data record is pn-number-record
           record contains 6 characters.

       01 pn-number-record.
         05 pn-next-po-number pic 9(6).

       fd listing-file
           data record is listing-line
           record contains 120 characters.

       01 listing-line pic x(120).

       fd document-file
           data record is document-line
           record contains 80 characters.

       01 document-line pic x(80).

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

       *> every advice line goes through the sort, raised or skipped,
       *> so the listing reads vendor by vendor and each vendor's lines
       *> arrive together to be cut as one order
       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-vendor-number pic x(6).
         05 sw-branch pic xx.
         05 sw-item-number pic x(4).
         05 sw-description pic x(13).
         05 sw-on-hand pic s9(5).
         05 sw-reorder-point pic 9(5).
         05 sw-suggested-qty pic 9(6).
         05 sw-unit-cost pic 9999v99.
         *> R = raise on the vendor's order, S = skipped (sw-note says
         *> why)
         05 sw-disposition pic x.
         05 sw-note pic x(40).

       working-storage section.

       01 ws-advice-status pic xx value "00".
       01 ws-master-status pic xx value "00".
       01 ws-vendor-status pic xx value "00".
       01 ws-order-status pic xx value "00".
       01 ws-header-status pic xx value "00".
       01 ws-ponum-status pic xx value "00".
       01 ws-listing-status pic xx value "00".
       01 ws-document-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-advice-eof pic x value "N".
       01 ws-vendor-eof pic x value "N".
       01 ws-sort-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.

       01 ws-order-found pic x value "N".
       01 ws-master-found pic x value "N".
       01 ws-disposition pic x(9) value spaces.

       *> vendor master, loaded whole - rows past the table size are
       *> counted and reported, and their items skip as unknown vendor
       01 ws-vnd-count pic 9(3) value 0.
       01 ws-vnd-dropped pic 9(5) value 0.
       01 ws-vnd-idx pic 9(3) value 0.
       01 ws-vnd-found-idx pic 9(3) value 0.
       01 ws-vnd-table.
         05 ws-vnd-entry occurs 200 times.
           10 ws-vnd-number pic x(6).
           10 ws-vnd-name pic x(30).
           10 ws-vnd-address-1 pic x(30).
           10 ws-vnd-address-2 pic x(30).
           10 ws-vnd-address-3 pic x(30).
           10 ws-vnd-lead-days pic 9(3).
           10 ws-vnd-minimum-order pic 9(7)v99.

       *> the order being built - opened by the vendor's first raised
       *> line and finished on the vendor break
       01 ws-next-po-number pic 9(6) value 1.
       01 ws-po-number-free pic x value "N".
       01 ws-po-open pic x value "N".
       01 ws-cur-vendor pic x(6) value spaces.
       01 ws-cur-vnd-idx pic 9(3) value 0.
       01 ws-cur-po-number pic 9(6) value 0.
       01 ws-cur-line pic 9(3) value 0.
       01 ws-cur-order-value pic 9(9)v99 value 0.
       01 ws-line-value pic 9(9)v99 value 0.

       01 ws-advice-count pic 9(5) value 0.
       01 ws-raised-count pic 9(5) value 0.
       01 ws-skipped-count pic 9(5) value 0.
       01 ws-no-vendor-count pic 9(5) value 0.
       01 ws-order-count pic 9(5) value 0.
       01 ws-below-min-count pic 9(5) value 0.

       01 ws-heading1 pic x(120) value "VENDOR BR ITEM DESCRIPTION   ON-HAND REORDER ORDERED PO-NO   LN DISPOSITION".
       01 ws-heading2 pic x(120) value "------ -- ---- ------------- ------- ------- ------- ------ --- --------- ----------------------------------------".

       01 ws-audit-line pic x(120).
       01 ws-audit-onhand-ed pic -9(5).
       01 ws-audit-reorder-ed pic zzzz9.
       01 ws-audit-qty-ed pic zzzzz9.
       01 ws-audit-po-ed pic x(6).
       01 ws-audit-line-ed pic x(3).
       01 ws-note pic x(40) value spaces.

       01 ws-banner-line pic x(120).
       01 ws-run-date-ed pic 9(8).

       01 ws-total-line pic x(120).
       01 ws-total-count-ed pic zzzz9.
       01 ws-value-ed pic zzz,zzz,zz9.99.
       01 ws-minimum-ed pic z,zzz,zz9.99.

       *> purchase order document fields
       01 ws-doc-line pic x(80).
       01 ws-doc-po-ed pic 9(6).
       01 ws-doc-line-ed pic 9(3).
       01 ws-doc-qty-ed pic zzzzz9.
       01 ws-doc-cost-ed pic z,zz9.99.
       01 ws-doc-value-ed pic zzz,zzz,zz9.99.
       01 ws-doc-days-ed pic zz9.
       01 ws-doc-heading1 pic x(80) value "LN  BR ITEM DESCRIPTION      QTY UNIT COST     LINE VALUE".
       01 ws-doc-heading2 pic x(80) value "--- -- ---- ------------- ------ --------- --------------".
       01 ws-doc-rule pic x(80) value all "=".

       01 ws-my-info.
         05 filler pic x(62) value spaces.
           accept ws-run-date from date yyyymmdd.
           perform 100-read-run-parameters.

           open output listing-file.
           open output document-file.

           *> the vendor and cost for every line come off the master -
           *> without it nothing can be grouped, so stop before a single
           *> number is allocated
           open input master-file.
           if ws-master-status not = "00"
             then
               display "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN - STATUS " ws-master-status
               write listing-line from "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN"
               close listing-file
               close document-file
               move 8 to return-code
               goback
           end-if.

           open i-o open-order-file.
           if ws-order-status = "35"
               open i-o open-order-file
           end-if.

           open i-o order-header-file.
           if ws-header-status = "35"
               open output order-header-file
               close order-header-file
               open i-o order-header-file
           end-if.

           perform 200-load-vendor-table.
           perform 300-read-next-po-number.

           move spaces to ws-banner-line.
           move ws-run-date to ws-run-date-ed.
           string
           write listing-line from ws-heading1.
           write listing-line from ws-heading2.

           sort sort-work-file
               on ascending key sw-vendor-number sw-branch sw-item-number
               input procedure is 1000-feed-advice-lines
               output procedure is 3000-raise-orders.

           perform 9000-print-totals.
           perform 9500-write-next-po-number.

           close master-file.
           close open-order-file.
           close order-header-file.
           close listing-file.
           close document-file.

           *> lines held back for want of a usable vendor need someone
           *> in purchasing before tomorrow's advice re-flags them
           if ws-no-vendor-count > 0
             then
               move 4 to return-code
             else
               move 0 to return-code
           end-if.

           goback.

               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       200-load-vendor-table.

           move "N" to ws-vendor-eof.
           open input vendor-file.

           if ws-vendor-status = "00"
             then
               perform 210-read-vendor-record
               perform 220-store-vendor-record
                 until ws-vendor-eof = "Y"
               close vendor-file
             else
               display "WARNING - VENDOR MASTER A2.VND NOT FOUND - NO ORDERS CAN BE RAISED"
               write listing-line from "WARNING - VENDOR MASTER A2.VND NOT FOUND - NO ORDERS CAN BE RAISED"
           end-if.

           if ws-vnd-dropped > 0
               display "WARNING - VENDOR TABLE FULL - VENDORS PAST 200 TREATED AS UNKNOWN"
               write listing-line from "WARNING - VENDOR TABLE FULL - VENDORS PAST 200 TREATED AS UNKNOWN"
           end-if.

       210-read-vendor-record.

           read vendor-file
               at end
                   move "Y" to ws-vendor-eof
           end-read.

       *> a row without a number can't be referenced from the master;
       *> unreadable terms load as zero rather than losing the vendor
       220-store-vendor-record.

           if vn-vendor-number not = spaces
             then
               if ws-vnd-count < 200
                 then
                   add 1 to ws-vnd-count
                   move vn-vendor-number to ws-vnd-number(ws-vnd-count)
                   move vn-name to ws-vnd-name(ws-vnd-count)
                   move vn-address-1 to ws-vnd-address-1(ws-vnd-count)
                   move vn-address-2 to ws-vnd-address-2(ws-vnd-count)
                   move vn-address-3 to ws-vnd-address-3(ws-vnd-count)
                   move 0 to ws-vnd-lead-days(ws-vnd-count)
                   move 0 to ws-vnd-minimum-order(ws-vnd-count)
                   if vn-lead-days is numeric
                       move vn-lead-days to ws-vnd-lead-days(ws-vnd-count)
                   end-if
                   if vn-minimum-order is numeric
                       move vn-minimum-order to ws-vnd-minimum-order(ws-vnd-count)
                   end-if
                 else
                   add 1 to ws-vnd-dropped
               end-if
           end-if.

           perform 210-read-vendor-record.

       *> a missing control file just starts numbering at 1 - the
       *> header file check in 3450 steps over any number already used
       300-read-next-po-number.

           open input po-number-file.
           if ws-ponum-status = "00"
             then
               read po-number-file
                   at end
                       continue
                   not at end
                       if pn-next-po-number is numeric
                         and pn-next-po-number > 0
                           move pn-next-po-number to ws-next-po-number
                       end-if
               end-read
               close po-number-file
           end-if.

       1000-feed-advice-lines.

           *> a day whose run flagged nothing leaves no A2.roa behind -
           *> produce the headed, zero-count listing rather than failing
           *> the job over a missing advice file.
           move "N" to ws-advice-eof.
           open input reorder-advice-file.

           if ws-advice-status = "00"
             then
               perform 1100-read-advice-record
               perform 1200-feed-one-advice-line
                 until ws-advice-eof = "Y"
               close reorder-advice-file
           end-if.

       1100-read-advice-record.

           read reorder-advice-file
               at end
                   move "Y" to ws-advice-eof
           end-read.

       1200-feed-one-advice-line.

           add 1 to ws-advice-count.

           move spaces to sw-record.
           move ra-branch to sw-branch.
           move ra-item-number to sw-item-number.
           move ra-description to sw-description.
           move ra-on-hand to sw-on-hand.
           move ra-reorder-point to sw-reorder-point.
           move ra-suggested-qty to sw-suggested-qty.
           move 0 to sw-unit-cost.
           move "S" to sw-disposition.

           perform 1300-check-advice-line thru 1300-check-advice-line-exit.

           release sw-record.

           perform 1100-read-advice-record.

       1300-check-advice-line.

           move ra-branch to im-branch.
           move ra-item-number to im-item-number.
           move "Y" to ws-master-found.

           read master-file
               invalid key
                   move "N" to ws-master-found
           end-read.

           if ws-master-found = "N"
               move "ITEM NOT ON MASTER" to sw-note
               add 1 to ws-no-vendor-count
               go to 1300-check-advice-line-exit
           end-if.

           move im-vendor-number to sw-vendor-number.

           perform 1400-find-open-order-line.
           if ws-order-found = "Y"
               move "ALREADY ON ORDER" to sw-note
               go to 1300-check-advice-line-exit
           end-if.

           if im-vendor-number = spaces
               move "NO PREFERRED VENDOR ON MASTER" to sw-note
               add 1 to ws-no-vendor-count
               go to 1300-check-advice-line-exit
           end-if.

           perform 1700-find-vendor.
           if ws-vnd-found-idx = 0
               move "PREFERRED VENDOR NOT ON A2.VND" to sw-note
               add 1 to ws-no-vendor-count
               go to 1300-check-advice-line-exit
           end-if.

           *> the order goes out at what the stock is carried at -
           *> average cost once a costed receipt has set one, standard
           *> cost until then
           if im-avg-cost > 0
             then
               move im-avg-cost to sw-unit-cost
             else
               move im-standard-cost to sw-unit-cost
           end-if.

           move "R" to sw-disposition.

       1300-check-advice-line-exit.

           exit.

       *> any open line for the branch/item, on whichever order, means
       *> the stock is already coming
       1400-find-open-order-line.

           move ra-branch to po-branch.
           move ra-item-number to po-item-number.
           move "Y" to ws-order-found.

           start open-order-file key is = po-item-key
               invalid key
                   move "N" to ws-order-found
           end-start.

           if ws-order-found = "Y"
             then
               read open-order-file next record
                   at end
                       move "N" to ws-order-found
               end-read
           end-if.

           if ws-order-found = "Y"
             then
               if po-branch not = ra-branch
                 or po-item-number not = ra-item-number
                 or po-status not = "O"
                   move "N" to ws-order-found
               end-if
           end-if.

       1700-find-vendor.

           move 0 to ws-vnd-found-idx.
           perform 1750-match-vendor
             varying ws-vnd-idx from 1 by 1
             until ws-vnd-idx > ws-vnd-count.

       1750-match-vendor.

           if ws-vnd-number(ws-vnd-idx) = im-vendor-number
             and ws-vnd-found-idx = 0
               move ws-vnd-idx to ws-vnd-found-idx
           end-if.

       3000-raise-orders.

           move "N" to ws-sort-eof.
           move "N" to ws-po-open.
           move low-values to ws-cur-vendor.

           perform 3100-return-sorted-line.
           perform 3200-process-sorted-line
             until ws-sort-eof = "Y".

           if ws-po-open = "Y"
               perform 3500-finish-order
           end-if.

       3100-return-sorted-line.

           return sort-work-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       3200-process-sorted-line.

           if sw-vendor-number not = ws-cur-vendor
             then
               if ws-po-open = "Y"
                   perform 3500-finish-order
               end-if
               move sw-vendor-number to ws-cur-vendor
               move sw-vendor-number to im-vendor-number
               perform 1700-find-vendor
               move ws-vnd-found-idx to ws-cur-vnd-idx
           end-if.

           move spaces to ws-audit-po-ed.
           move spaces to ws-audit-line-ed.
           move sw-note to ws-note.

           if sw-disposition = "R"
             then
               if ws-po-open = "N"
                   perform 3400-start-order
               end-if
               perform 3600-write-order-line
               move "RAISED" to ws-disposition
               add 1 to ws-raised-count
             else
               move "SKIPPED" to ws-disposition
               add 1 to ws-skipped-count
           end-if.

           perform 3800-write-audit-line.

           perform 3100-return-sorted-line.

       3400-start-order.

           move "N" to ws-po-number-free.
           perform 3450-claim-po-number
             until ws-po-number-free = "Y".

           move "Y" to ws-po-open.
           move 0 to ws-cur-line.
           move 0 to ws-cur-order-value.

           move ws-cur-po-number to ws-doc-po-ed.
           move ws-run-date to ws-run-date-ed.
           move ws-vnd-lead-days(ws-cur-vnd-idx) to ws-doc-days-ed.

           move spaces to ws-doc-line.
           string
               "PURCHASE ORDER " delimited by size
               ws-doc-po-ed delimited by size
               "                    ORDER DATE " delimited by size
               ws-run-date-ed delimited by size
               into ws-doc-line
           end-string.
           write document-line from ws-doc-line.
           write document-line from "".

           move spaces to ws-doc-line.
           string
               "VENDOR " delimited by size
               ws-cur-vendor delimited by size
               into ws-doc-line
           end-string.
           write document-line from ws-doc-line.
           write document-line from ws-vnd-name(ws-cur-vnd-idx).
           write document-line from ws-vnd-address-1(ws-cur-vnd-idx).
           write document-line from ws-vnd-address-2(ws-cur-vnd-idx).
           write document-line from ws-vnd-address-3(ws-cur-vnd-idx).
           write document-line from "".

           move spaces to ws-doc-line.
           string
               "DELIVERY REQUIRED WITHIN " delimited by size
               ws-doc-days-ed delimited by size
               " DAYS OF ORDER DATE - QUOTE PO AND LINE ON EVERY DELIVERY" delimited by size
               into ws-doc-line
           end-string.
           write document-line from ws-doc-line.
           write document-line from "".
           write document-line from ws-doc-heading1.
           write document-line from ws-doc-heading2.

       *> a number already on the header file means the control file
       *> was lost or restored from an old copy - step past it rather
       *> than overwrite someone's order
       3450-claim-po-number.

           move ws-next-po-number to ph-po-number.
           move "Y" to ws-po-number-free.

           read order-header-file
               invalid key
                   continue
               not invalid key
                   move "N" to ws-po-number-free
           end-read.

           move ws-next-po-number to ws-cur-po-number.
           add 1 to ws-next-po-number.

       3500-finish-order.

           move ws-cur-po-number to ph-po-number.
           move ws-cur-vendor to ph-vendor-number.
           move ws-run-date to ph-order-date.
           move ws-vnd-lead-days(ws-cur-vnd-idx) to ph-lead-days.
           move ws-cur-line to ph-line-count.
           move ws-cur-line to ph-open-line-count.
           move ws-cur-order-value to ph-order-value.
           move ws-vnd-minimum-order(ws-cur-vnd-idx) to ph-minimum-order.
           move "O" to ph-status.
           move 0 to ph-closed-date.

           if ws-cur-order-value < ws-vnd-minimum-order(ws-cur-vnd-idx)
             then
               move "Y" to ph-below-minimum
               add 1 to ws-below-min-count
             else
               move "N" to ph-below-minimum
           end-if.

           write ph-header-record.

           add 1 to ws-order-count.

           move ws-cur-order-value to ws-doc-value-ed.
           write document-line from "".
           move spaces to ws-doc-line.
           string
               "                              ORDER TOTAL           " delimited by size
               ws-doc-value-ed delimited by size
               into ws-doc-line
           end-string.
           write document-line from ws-doc-line.

           move ws-cur-po-number to ws-doc-po-ed.
           move ws-cur-order-value to ws-value-ed.
           move ws-vnd-minimum-order(ws-cur-vnd-idx) to ws-minimum-ed.

           move spaces to ws-total-line.
           string
               "       PO " delimited by size
               ws-doc-po-ed delimited by size
               " RAISED FOR VENDOR " delimited by size
               ws-cur-vendor delimited by size
               " " delimited by size
               ws-vnd-name(ws-cur-vnd-idx) delimited by size
               " VALUE " delimited by size
               ws-value-ed delimited by size
               into ws-total-line
           end-string.
           display ws-total-line.
           write listing-line from ws-total-line.

           if ph-below-minimum = "Y"
             then
               move spaces to ws-doc-line
               string
                   "*** ORDER VALUE BELOW VENDOR MINIMUM OF " delimited by size
                   ws-minimum-ed delimited by size
                   " ***" delimited by size
                   into ws-doc-line
               end-string
               write document-line from ws-doc-line
               move spaces to ws-total-line
               string
                   "       PO " delimited by size
                   ws-doc-po-ed delimited by size
                   " IS BELOW THE VENDOR MINIMUM ORDER OF " delimited by size
                   ws-minimum-ed delimited by size
                   " - TOP UP BEFORE SENDING" delimited by size
                   into ws-total-line
               end-string
               display ws-total-line
               write listing-line from ws-total-line
           end-if.

           write document-line from "".
           write document-line from ws-doc-rule.
           write document-line from "".

           move "N" to ws-po-open.

       3600-write-order-line.

           add 1 to ws-cur-line.

           move ws-cur-po-number to po-number.
           move ws-cur-line to po-line.
           move sw-branch to po-branch.
           move sw-item-number to po-item-number.
           move sw-description to po-description.
           move sw-vendor-number to po-vendor-number.
           move ws-run-date to po-order-date.
           move ws-vnd-lead-days(ws-cur-vnd-idx) to po-lead-days.
           move sw-suggested-qty to po-ordered-qty.
           move 0 to po-received-qty.
           move sw-unit-cost to po-unit-cost.
           move 0 to po-last-receipt-date.
           move "O" to po-status.

           write po-order-record.

           multiply sw-suggested-qty by sw-unit-cost
               giving ws-line-value.
           add ws-line-value to ws-cur-order-value.

           move ws-cur-po-number to ws-audit-po-ed.
           move ws-cur-line to ws-doc-line-ed.
           move ws-doc-line-ed to ws-audit-line-ed.

           move sw-suggested-qty to ws-doc-qty-ed.
           move sw-unit-cost to ws-doc-cost-ed.
           move ws-line-value to ws-doc-value-ed.

           move spaces to ws-doc-line.
           string
               ws-doc-line-ed delimited by size
               " " delimited by size
               sw-branch delimited by size
               " " delimited by size
               sw-item-number delimited by size
               " " delimited by size
               sw-description delimited by size
               " " delimited by size
               ws-doc-qty-ed delimited by size
               "  " delimited by size
               ws-doc-cost-ed delimited by size
               " " delimited by size
               ws-doc-value-ed delimited by size
               into ws-doc-line
           end-string.
           write document-line from ws-doc-line.

       3800-write-audit-line.

           move sw-on-hand to ws-audit-onhand-ed.
           move sw-reorder-point to ws-audit-reorder-ed.
           move sw-suggested-qty to ws-audit-qty-ed.

           move spaces to ws-audit-line.
           string
               sw-vendor-number delimited by size
               " " delimited by size
               sw-branch delimited by size
               " " delimited by size
               sw-item-number delimited by size
               " " delimited by size
               sw-description delimited by size
               "  " delimited by size
               ws-audit-onhand-ed delimited by size
               "   " delimited by size
               "  " delimited by size
               ws-audit-qty-ed delimited by size
               " " delimited by size
               ws-audit-po-ed delimited by size
               " " delimited by size
               ws-audit-line-ed delimited by size
               " " delimited by size
               ws-disposition delimited by size
               " " delimited by size
               ws-note delimited by size
           move spaces to ws-total-line.
           move ws-raised-count to ws-total-count-ed.
           string
               "ORDER LINES RAISED:  " delimited by size
               ws-total-count-ed delimited by size
               into ws-total-line
           end-string.
           display ws-total-line.
           write listing-line from ws-total-line.

           move spaces to ws-total-line.
           move ws-order-count to ws-total-count-ed.
           string
               "PURCHASE ORDERS:     " delimited by size
               ws-total-count-ed delimited by size
               into ws-total-line
           end-string.
           display ws-total-line.
           write listing-line from ws-total-line.

           move spaces to ws-total-line.
           move ws-below-min-count to ws-total-count-ed.
           string
               "BELOW VENDOR MINIMUM:" delimited by size
               ws-total-count-ed delimited by size
               into ws-total-line
           end-string.
           move spaces to ws-total-line.
           move ws-skipped-count to ws-total-count-ed.
           string
               "LINES SKIPPED:       " delimited by size
               ws-total-count-ed delimited by size
               into ws-total-line
           end-string.
           display ws-total-line.
           write listing-line from ws-total-line.

           move spaces to ws-total-line.
           move ws-no-vendor-count to ws-total-count-ed.
           string
               "  NO USABLE VENDOR:  " delimited by size
               ws-total-count-ed delimited by size
               into ws-total-line
           end-string.
           display ws-total-line.
           write listing-line from ws-total-line.

       9500-write-next-po-number.

           open output po-number-file.
           if ws-ponum-status = "00"
             then
               move ws-next-po-number to pn-next-po-number
               write pn-number-record
               close po-number-file
             else
               display "WARNING - A2.PON COULD NOT BE WRITTEN - NEXT RUN WILL SKIP USED NUMBERS"
           end-if.

       end program A2-PoEntry.
