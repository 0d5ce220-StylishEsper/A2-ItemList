       identification division.
       program-id. A2-StockScreen as "A2_ItemList.A2-StockScreen".
       author. Ahmed Butt.
       date-written. 2026-10-15.

       environment division.
       configuration section.

       input-output section.
       file-control.

           *> read only - the counter looks the item up here and every
           *> transaction keyed has to be against a record that exists,
           *> the same as A2-ItemMaint insists at posting time
           select master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed
               access mode is random
               record key is im-item-key
               file status is ws-master-status.

           *> open purchase order lines raised by A2-PoEntry - shown on
           *> the inquiry, and a receipt that quotes a PO line has to
           *> quote one that is still open for the branch/item
           select open-order-file
               assign to "../../../A2-ItemList/A2.poo"
               organization is indexed
               access mode is dynamic
               record key is po-order-key
               alternate record key is po-item-key with duplicates
               file status is ws-order-status.

           *> open-month priced detail - the last few sales and credits
           *> for the branch/item are picked off the end of it
           select history-file
               assign to "../../../A2-ItemList/A2.hst"
               organization is line sequential
               file status is ws-history-status.

           *> branch master - hand-maintained, one row per branch code
           *> with its name and whether it is still trading. the
           *> in-transit holding branch is defined here too, by type.
           select branch-file
               assign to "../../../A2-ItemList/A2.brn"
               organization is line sequential
               file status is ws-branch-status.

           *> the stockroom's maintenance transactions - only records
           *> that have passed A2-ItemMaint's edits are added to the end,
           *> so the batch run is left to post them
           select transaction-file
               assign to "../../../A2-ItemList/A2.trn"
               organization is line sequential
               file status is ws-transaction-status.

       data division.
       file section.

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
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
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

       fd history-file
           data record is hs-history-record
           record contains 54 characters.

       01 hs-history-record.
         05 hs-item-number pic x(4).
         05 hs-run-date pic 9(8).
         05 hs-qty pic 999.
         05 hs-extended-price pic 9999999v99.
         05 hs-discount-amount pic 999999v99.
         05 hs-net-price pic 9999999v99.
         05 hs-transportation-charge pic 9999999v99.
         05 hs-class pic x.
         *> R = customer credit
         05 hs-tran-type pic x.
         *> selling branch - blank on history written before the
         *> branch was carried, which can't be shown against one
         05 hs-branch pic xx.

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

       fd transaction-file
           data record is tm-transaction-record
           record contains 62 characters.

       01 tm-transaction-record.
         *> only R (receipt), J (adjustment), T (transfer) and P
         *> (reorder-point change) are ever keyed here - adds, deletes
         *> and the purchasing actions stay with the office
         05 tm-action pic x.
         05 tm-item-number pic x(4).
         05 tm-description pic x(13).
         05 tm-standard-cost pic 9999v99.
         05 tm-reorder-point pic 9(5).
         05 tm-qty-sign pic x.
         05 tm-qty pic 9(5).
         05 tm-branch pic xx.
         05 tm-class pic x.
         05 tm-to-branch pic xx.
         05 tm-in-transit pic x.
         05 tm-unit-cost pic x(6).
         05 tm-unit-cost-n redefines tm-unit-cost pic 9999v99.
         05 tm-vendor-number pic x(6).
         05 tm-po-number pic x(6).
         05 tm-po-number-n redefines tm-po-number pic 9(6).
         05 tm-po-line pic x(3).
         05 tm-po-line-n redefines tm-po-line pic 9(3).

       working-storage section.

       01 ws-master-status pic xx value "00".
       01 ws-order-status pic xx value "00".
       01 ws-history-status pic xx value "00".
       01 ws-transaction-status pic xx value "00".

       01 ws-order-file-open pic x value "N".
       01 ws-history-eof pic x value "N".
       01 ws-screen-done pic x value "N".
       01 ws-master-found pic x value "N".
       01 ws-receiving-found pic x value "N".
       01 ws-order-found pic x value "N".
       01 ws-order-scan-done pic x value "N".
       01 ws-valid-transaction pic x value "Y".
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-written-count pic 9(5) value 0.

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

       *> the in-transit holding branch - the first type-T row on A2.brn
       01 ws-transit-branch pic xx value spaces.

       *> what the counter keys - branch/item and the action on the
       *> top line, the transaction fields along the bottom
       01 ws-entry-branch pic xx value spaces.
       01 ws-entry-item pic x(4) value spaces.
       01 ws-entry-action pic x value "I".
       01 ws-entry-sign pic x value space.
       01 ws-entry-qty pic 9(5) value 0.
       01 ws-entry-to-branch pic xx value spaces.
       01 ws-entry-transit pic x value space.
       01 ws-entry-cost pic 9999v99 value 0.
       01 ws-entry-po-number pic 9(6) value 0.
       01 ws-entry-po-line pic 9(3) value 0.
       01 ws-entry-reorder pic 9(5) value 0.

       01 ws-lower-case pic x(26) value "abcdefghijklmnopqrstuvwxyz".
       01 ws-upper-case pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       *> what the inquiry shows - cleared before every lookup so a
       *> miss never leaves the last item's figures on the screen
       01 ws-show-branch-name pic x(20) value spaces.
       01 ws-show-description pic x(13) value spaces.
       01 ws-show-class pic x value space.
       01 ws-show-vendor pic x(6) value spaces.
       01 ws-show-on-hand pic x(7) value spaces.
       01 ws-show-reorder pic x(6) value spaces.
       01 ws-show-avg-cost pic x(7) value spaces.
       01 ws-show-last-cost pic x(7) value spaces.
       01 ws-show-std-cost pic x(7) value spaces.
       01 ws-on-hand-ed pic zzzz9-.
       01 ws-reorder-ed pic zzzz9.
       01 ws-cost-ed pic zzz9.99.

       01 ws-order-lines.
         05 ws-order-line-1 pic x(76) value spaces.
         05 ws-order-line-2 pic x(76) value spaces.
         05 ws-order-line-3 pic x(76) value spaces.
       01 ws-order-lines-r redefines ws-order-lines.
         05 ws-order-line pic x(76) occurs 3 times.
       01 ws-order-shown pic 9 value 0.
       01 ws-order-more pic 9(3) value 0.
       01 ws-order-more-line pic x(76) value spaces.
       01 ws-po-ed pic 9(6).
       01 ws-line-ed pic 9(3).
       01 ws-ordered-ed pic zzzzz9.
       01 ws-received-ed pic zzzzz9.
       01 ws-date-ed pic 9(8).
       01 ws-more-ed pic zz9.

       *> the last five sales/credits for the branch/item, oldest in
       *> slot 1 - A2.hst is in the order it was written, so each
       *> match pushes the oldest one out
       01 ws-sale-count pic 9 value 0.
       01 ws-sale-idx pic 9 value 0.
       01 ws-sale-table.
         05 ws-sale-entry occurs 5 times.
           10 ws-sale-date pic 9(8).
           10 ws-sale-type pic x.
           10 ws-sale-qty pic 999.
           10 ws-sale-net pic 9999999v99.
       01 ws-sale-lines.
         05 ws-sale-line-1 pic x(76) value spaces.
         05 ws-sale-line-2 pic x(76) value spaces.
         05 ws-sale-line-3 pic x(76) value spaces.
         05 ws-sale-line-4 pic x(76) value spaces.
         05 ws-sale-line-5 pic x(76) value spaces.
       01 ws-sale-lines-r redefines ws-sale-lines.
         05 ws-sale-line pic x(76) occurs 5 times.
       01 ws-sale-out pic 9 value 0.
       01 ws-sale-kind pic x(6) value spaces.
       01 ws-sale-qty-ed pic zz9.
       01 ws-sale-net-ed pic z,zzz,zz9.99.

       01 ws-message pic x(76) value spaces.
       01 ws-action-name pic x(15) value spaces.
       01 ws-count-ed pic zzzz9.

       01 ws-my-info.
         05 filler pic x(50) value spaces.
         05 ws-info pic x(30) value "Ahmed Butt, A2 - STOCK SCREEN".

       screen section.

       01 stock-screen.
         05 blank screen.
         05 line 1 column 1 value "STOCKROOM INQUIRY AND TRANSACTION ENTRY".
         05 line 1 column 50 pic x(30) from ws-info.
         05 line 3 column 1 value "BRANCH".
         05 line 3 column 8 pic xx using ws-entry-branch.
         05 line 3 column 11 pic x(20) from ws-show-branch-name.
         05 line 3 column 33 value "ITEM".
         05 line 3 column 38 pic x(4) using ws-entry-item.
         05 line 4 column 1 value "ACTION".
         05 line 4 column 8 pic x using ws-entry-action.
         05 line 4 column 11 value "I=INQUIRE R=RECEIPT J=ADJUST T=TRANSFER P=REORDER POINT X=EXIT".
         05 line 6 column 1 value "DESCRIPTION".
         05 line 6 column 14 pic x(13) from ws-show-description.
         05 line 6 column 30 value "CLASS".
         05 line 6 column 36 pic x from ws-show-class.
         05 line 6 column 40 value "VENDOR".
         05 line 6 column 47 pic x(6) from ws-show-vendor.
         05 line 7 column 1 value "ON HAND".
         05 line 7 column 14 pic x(7) from ws-show-on-hand.
         05 line 7 column 30 value "REORDER POINT".
         05 line 7 column 44 pic x(6) from ws-show-reorder.
         05 line 8 column 1 value "AVERAGE COST".
         05 line 8 column 14 pic x(7) from ws-show-avg-cost.
         05 line 8 column 30 value "LAST COST".
         05 line 8 column 44 pic x(7) from ws-show-last-cost.
         05 line 8 column 54 value "STANDARD".
         05 line 8 column 63 pic x(7) from ws-show-std-cost.
         05 line 10 column 1 value "OPEN ORDER LINES".
         05 line 11 column 3 pic x(76) from ws-order-line-1.
         05 line 12 column 3 pic x(76) from ws-order-line-2.
         05 line 13 column 3 pic x(76) from ws-order-line-3.
         05 line 14 column 3 pic x(76) from ws-order-more-line.
         05 line 15 column 1 value "LAST SALES AND CREDITS (NEWEST FIRST)".
         05 line 16 column 3 pic x(76) from ws-sale-line-1.
         05 line 17 column 3 pic x(76) from ws-sale-line-2.
         05 line 18 column 3 pic x(76) from ws-sale-line-3.
         05 line 19 column 3 pic x(76) from ws-sale-line-4.
         05 line 20 column 3 pic x(76) from ws-sale-line-5.
         05 line 21 column 1 value "SIGN".
         05 line 21 column 6 pic x using ws-entry-sign.
         05 line 21 column 9 value "QTY".
         05 line 21 column 13 pic zzzz9 using ws-entry-qty.
         05 line 21 column 20 value "TO BR".
         05 line 21 column 26 pic xx using ws-entry-to-branch.
         05 line 21 column 30 value "IN TRANSIT".
         05 line 21 column 41 pic x using ws-entry-transit.
         05 line 21 column 44 value "UNIT COST".
         05 line 21 column 54 pic zzz9.99 using ws-entry-cost.
         05 line 22 column 1 value "PO NO".
         05 line 22 column 7 pic zzzzz9 using ws-entry-po-number.
         05 line 22 column 15 value "LINE".
         05 line 22 column 20 pic zz9 using ws-entry-po-line.
         05 line 22 column 25 value "NEW REORDER POINT".
         05 line 22 column 43 pic zzzz9 using ws-entry-reorder.
         05 line 24 column 1 pic x(76) from ws-message highlight.

       procedure division.
       000-main.

           *> same rule as the rest of the suite: no master is a stop,
           *> there is nothing to look up and nothing could be posted
           open input master-file.
           if ws-master-status not = "00"
             then
               display "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN - STATUS " ws-master-status
               display "RESTORE THE MASTER WITH A2-MSTRELOAD BEFORE RESUBMITTING"
               move 8 to return-code
               goback
           end-if.

           open input open-order-file.
           if ws-order-status = "00"
               move "Y" to ws-order-file-open
           end-if.

           perform 200-load-branch-table.

           perform 1000-handle-screen thru 1000-handle-screen-exit
             until ws-screen-done = "Y".

           close master-file.
           if ws-order-file-open = "Y"
               close open-order-file
           end-if.

           display ws-my-info.
           move ws-written-count to ws-count-ed.
           display "TRANSACTIONS WRITTEN TO A2.TRN: " ws-count-ed.

           move 0 to return-code.

           goback.

       *> no branch master means nothing keyed here could pass the
       *> batch edits - inquiry still works, entry is refused
       200-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 210-read-branch-record
               perform 220-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
               move "Y" to ws-branch-file-read
             else
               move "BRANCH MASTER A2.BRN NOT FOUND - INQUIRY ONLY, NO TRANSACTIONS CAN BE KEYED" to ws-message
           end-if.

           perform 230-note-transit-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-dropped > 0
               move "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED" to ws-message
           end-if.

       210-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       220-store-branch-record.

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

           perform 210-read-branch-record.

       230-note-transit-branch.

           if ws-brn-type(ws-brn-idx) = "T" and ws-transit-branch = spaces
               move ws-brn-code(ws-brn-idx) to ws-transit-branch
           end-if.

       *> one pass of the screen: show it, take what was keyed, look
       *> the item up and, for a transaction, edit it and write it
       1000-handle-screen.

           display stock-screen.
           accept stock-screen.

           move spaces to ws-message.

           inspect ws-entry-branch converting ws-lower-case to ws-upper-case.
           inspect ws-entry-item converting ws-lower-case to ws-upper-case.
           inspect ws-entry-action converting ws-lower-case to ws-upper-case.
           inspect ws-entry-to-branch converting ws-lower-case to ws-upper-case.
           inspect ws-entry-transit converting ws-lower-case to ws-upper-case.

           if ws-entry-action = "X"
               move "Y" to ws-screen-done
               go to 1000-handle-screen-exit
           end-if.

           if ws-entry-action = space
               move "I" to ws-entry-action
           end-if.

           if ws-entry-action <> "I" and ws-entry-action <> "R"
             and ws-entry-action <> "J" and ws-entry-action <> "T"
             and ws-entry-action <> "P"
               move "ACTION MUST BE I, R, J, T, P OR X" to ws-message
               go to 1000-handle-screen-exit
           end-if.

           perform 2000-show-item thru 2000-show-item-exit.

           if ws-entry-action = "I"
               go to 1000-handle-screen-exit
           end-if.

           move "Y" to ws-valid-transaction.
           move spaces to ws-reject-reason.
           perform 3000-validate-entry thru 3000-validate-exit.

           if ws-valid-transaction = "N"
               move spaces to ws-message
               string
                   "REJECTED - " delimited by size
                   ws-reject-reason delimited by size
                   into ws-message
               end-string
               go to 1000-handle-screen-exit
           end-if.

           perform 3500-write-transaction thru 3500-write-exit.

       1000-handle-screen-exit.

           exit.

       2000-show-item.

           move spaces to ws-show-branch-name.
           move spaces to ws-show-description.
           move space to ws-show-class.
           move spaces to ws-show-vendor.
           move spaces to ws-show-on-hand.
           move spaces to ws-show-reorder.
           move spaces to ws-show-avg-cost.
           move spaces to ws-show-last-cost.
           move spaces to ws-show-std-cost.
           move spaces to ws-order-lines.
           move spaces to ws-order-more-line.
           move spaces to ws-sale-lines.

           if ws-entry-branch = spaces or ws-entry-item = spaces
               move "KEY A BRANCH AND AN ITEM NUMBER" to ws-message
               go to 2000-show-item-exit
           end-if.

           move ws-entry-branch to ws-brn-lookup-code.
           perform 2900-find-branch.
           move ws-brn-lookup-name to ws-show-branch-name.

           perform 2100-read-master.
           if ws-master-found = "N"
               move "ITEM NOT ON MASTER" to ws-message
               go to 2000-show-item-exit
           end-if.

           move im-description to ws-show-description.
           move im-class to ws-show-class.
           move im-vendor-number to ws-show-vendor.
           move im-on-hand-qty to ws-on-hand-ed.
           move ws-on-hand-ed to ws-show-on-hand.
           move im-reorder-point to ws-reorder-ed.
           move ws-reorder-ed to ws-show-reorder.
           move im-avg-cost to ws-cost-ed.
           move ws-cost-ed to ws-show-avg-cost.
           move im-last-cost to ws-cost-ed.
           move ws-cost-ed to ws-show-last-cost.
           move im-standard-cost to ws-cost-ed.
           move ws-cost-ed to ws-show-std-cost.

           perform 2200-show-open-orders thru 2200-show-open-orders-exit.
           perform 2300-show-last-sales thru 2300-show-last-sales-exit.

       2000-show-item-exit.

           exit.

       2100-read-master.

           move ws-entry-branch to im-branch.
           move ws-entry-item to im-item-number.
           move "Y" to ws-master-found.

           read master-file
               invalid key
                   move "N" to ws-master-found
           end-read.

       *> open lines for the branch/item come back on the alternate
       *> key oldest first - three fit on the screen, the rest are
       *> counted
       2200-show-open-orders.

           move 0 to ws-order-shown.
           move 0 to ws-order-more.

           if ws-order-file-open = "N"
               move "PURCHASE ORDER FILE A2.POO NOT AVAILABLE" to ws-order-line-1
               go to 2200-show-open-orders-exit
           end-if.

           move ws-entry-branch to po-branch.
           move ws-entry-item to po-item-number.
           move "N" to ws-order-scan-done.
           start open-order-file key is = po-item-key
               invalid key
                   move "Y" to ws-order-scan-done
           end-start.

           perform 2250-read-order-line
             until ws-order-scan-done = "Y".

           if ws-order-shown = 0
               move "NONE ON ORDER" to ws-order-line-1
           end-if.

           if ws-order-more > 0
               move ws-order-more to ws-more-ed
               string
                   "... AND " delimited by size
                   ws-more-ed delimited by size
                   " MORE OPEN LINE(S) - SEE A2-POSTATUS" delimited by size
                   into ws-order-more-line
               end-string
           end-if.

       2200-show-open-orders-exit.

           exit.

       2250-read-order-line.

           read open-order-file next record
               at end
                   move "Y" to ws-order-scan-done
           end-read.

           if ws-order-scan-done = "N"
               if po-branch not = ws-entry-branch
                 or po-item-number not = ws-entry-item
                   move "Y" to ws-order-scan-done
               end-if
           end-if.

           if ws-order-scan-done = "N" and po-status = "O"
             then
               if ws-order-shown < 3
                 then
                   add 1 to ws-order-shown
                   perform 2260-format-order-line
                 else
                   add 1 to ws-order-more
               end-if
           end-if.

       2260-format-order-line.

           move po-number to ws-po-ed.
           move po-line to ws-line-ed.
           move po-ordered-qty to ws-ordered-ed.
           move po-received-qty to ws-received-ed.
           move po-order-date to ws-date-ed.

           string
               "PO " delimited by size
               ws-po-ed delimited by size
               " LINE " delimited by size
               ws-line-ed delimited by size
               "  VND " delimited by size
               po-vendor-number delimited by size
               "  ORD " delimited by size
               ws-ordered-ed delimited by size
               "  RCVD " delimited by size
               ws-received-ed delimited by size
               "  ON " delimited by size
               ws-date-ed delimited by size
               into ws-order-line(ws-order-shown)
           end-string.

       *> A2.hst only holds the months A2-MonthEnd hasn't rolled up
       *> yet, so a full pass per inquiry stays short
       2300-show-last-sales.

           move 0 to ws-sale-count.
           move "N" to ws-history-eof.
           open input history-file.

           if ws-history-status not = "00"
               move "SALES HISTORY A2.HST NOT AVAILABLE" to ws-sale-line-1
               go to 2300-show-last-sales-exit
           end-if.

           perform 2350-read-history-record.
           perform 2400-keep-sale
             until ws-history-eof = "Y".
           close history-file.

           if ws-sale-count = 0
             then
               move "NO SALES THIS MONTH" to ws-sale-line-1
             else
               move 0 to ws-sale-out
               perform 2500-format-sale-line
                 varying ws-sale-idx from ws-sale-count by -1
                 until ws-sale-idx < 1
           end-if.

       2300-show-last-sales-exit.

           exit.

       2350-read-history-record.

           read history-file
               at end
                   move "Y" to ws-history-eof
           end-read.

       2400-keep-sale.

           if hs-item-number = ws-entry-item
             and hs-branch = ws-entry-branch
             then
               if ws-sale-count < 5
                 then
                   add 1 to ws-sale-count
                 else
                   perform 2450-shift-sale
                     varying ws-sale-idx from 1 by 1
                     until ws-sale-idx > 4
               end-if
               move hs-run-date to ws-sale-date(ws-sale-count)
               move hs-tran-type to ws-sale-type(ws-sale-count)
               move hs-qty to ws-sale-qty(ws-sale-count)
               move hs-net-price to ws-sale-net(ws-sale-count)
           end-if.

           perform 2350-read-history-record.

       2450-shift-sale.

           move ws-sale-entry(ws-sale-idx + 1) to ws-sale-entry(ws-sale-idx).

       2500-format-sale-line.

           add 1 to ws-sale-out.

           move "SALE" to ws-sale-kind.
           if ws-sale-type(ws-sale-idx) = "R"
               move "CREDIT" to ws-sale-kind
           end-if.

           move ws-sale-date(ws-sale-idx) to ws-date-ed.
           move ws-sale-qty(ws-sale-idx) to ws-sale-qty-ed.
           move ws-sale-net(ws-sale-idx) to ws-sale-net-ed.

           string
               ws-date-ed delimited by size
               "  " delimited by size
               ws-sale-kind delimited by size
               "  QTY " delimited by size
               ws-sale-qty-ed delimited by size
               "  NET " delimited by size
               ws-sale-net-ed delimited by size
               into ws-sale-line(ws-sale-out)
           end-string.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       2900-find-branch.

           move 0 to ws-brn-found-idx.
           perform 2910-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       2910-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       *> the edits A2-ItemMaint's 1000-validate-transaction applies to
       *> R, J, T and P, in the same order and with the same reasons,
       *> so what passes here posts tonight. the screen's numeric
       *> fields can't be keyed non-numeric, so a zero quantity or a
       *> half-keyed PO is the slip to catch instead.
       3000-validate-entry.

           if ws-entry-item = spaces
               move "ITEM NUMBER MISSING" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 3000-validate-exit
           end-if.

           if ws-entry-branch = spaces
               move "BRANCH CODE MISSING" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 3000-validate-exit
           end-if.

           if ws-branch-file-read = "N"
               move "BRANCH MASTER A2.BRN NOT AVAILABLE" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 3000-validate-exit
           end-if.

           move ws-entry-branch to ws-brn-lookup-code.
           perform 2900-find-branch.
           if ws-brn-found-idx = 0
               move "BRANCH NOT ON A2.BRN" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 3000-validate-exit
           end-if.
           if ws-brn-status(ws-brn-found-idx) = "C"
               move "BRANCH CLOSED ON A2.BRN" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 3000-validate-exit
           end-if.

           if ws-entry-action = "R"
               if ws-entry-po-number > 0 or ws-entry-po-line > 0
                   if ws-entry-po-number = 0 or ws-entry-po-line = 0
                       move "INVALID PO NUMBER/LINE - KEY BOTH" to ws-reject-reason
                       move "N" to ws-valid-transaction
                       go to 3000-validate-exit
                   end-if
               end-if
           end-if.

           if ws-entry-action = "R" or ws-entry-action = "J"
             or ws-entry-action = "T"
               if ws-entry-qty = 0
                   move "QTY MISSING" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
           end-if.

           if ws-entry-action = "T"
               if ws-entry-to-branch = spaces
                   move "TO-BRANCH MISSING" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
               if ws-entry-to-branch = ws-entry-branch
                   move "TO-BRANCH SAME AS FROM-BRANCH" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
               if ws-entry-transit <> space and ws-entry-transit <> "I"
                   move "IN-TRANSIT FLAG NOT I OR BLANK" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
               move ws-entry-to-branch to ws-brn-lookup-code
               perform 2900-find-branch
               if ws-brn-found-idx = 0
                   move "TO-BRANCH NOT ON A2.BRN" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
               if ws-brn-status(ws-brn-found-idx) = "C"
                   move "TO-BRANCH CLOSED ON A2.BRN" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
               if ws-entry-transit = "I" and ws-transit-branch = spaces
                   move "NO IN-TRANSIT BRANCH ON A2.BRN" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
               *> stock already on the truck can only come off it - an
               *> I flag here would ship it from transit back into
               *> transit
               if ws-entry-transit = "I" and ws-entry-branch = ws-transit-branch
                   move "IN-TRANSIT FLAG ON A MOVE OUT OF TRANSIT" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
           end-if.

           if ws-entry-action = "J"
               if ws-entry-sign <> "+" and ws-entry-sign <> "-"
                   move "ADJUSTMENT SIGN NOT + OR -" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
           end-if.

           if ws-entry-action = "R"
               if ws-entry-sign <> "+" and ws-entry-sign <> space
                   move "RECEIPT SIGN MUST BE + OR BLANK" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
           end-if.

           perform 2100-read-master.
           if ws-master-found = "N"
               move "ITEM NOT ON MASTER" to ws-reject-reason
               move "N" to ws-valid-transaction
               go to 3000-validate-exit
           end-if.

           if ws-entry-action = "T"
               move ws-entry-to-branch to im-branch
               move ws-entry-item to im-item-number
               move "Y" to ws-receiving-found
               read master-file
                   invalid key
                       move "N" to ws-receiving-found
               end-read
               if ws-receiving-found = "N"
                   move "ITEM NOT ON MASTER AT TO-BRANCH" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
           end-if.

           if ws-entry-action = "R" and ws-entry-po-number > 0
               perform 3100-check-open-order-line
               if ws-order-found = "N"
                   move "PO LINE NOT OPEN FOR THIS BRANCH/ITEM" to ws-reject-reason
                   move "N" to ws-valid-transaction
                   go to 3000-validate-exit
               end-if
           end-if.

       3000-validate-exit.

           exit.

       3100-check-open-order-line.

           move "N" to ws-order-found.

           if ws-order-file-open = "Y"
             then
               move ws-entry-po-number to po-number
               move ws-entry-po-line to po-line
               move "Y" to ws-order-found
               read open-order-file
                   invalid key
                       move "N" to ws-order-found
               end-read
               if ws-order-found = "Y"
                   if po-branch not = ws-entry-branch
                     or po-item-number not = ws-entry-item
                     or po-status not = "O"
                       move "N" to ws-order-found
                   end-if
               end-if
           end-if.

       *> opened and closed round every record, so a transaction is on
       *> disk the moment the counter is told it was taken
       3500-write-transaction.

           move spaces to tm-transaction-record.
           move ws-entry-action to tm-action.
           move ws-entry-item to tm-item-number.
           move ws-entry-branch to tm-branch.

           evaluate ws-entry-action
               when "R"
                   move "RECEIPT" to ws-action-name
                   move ws-entry-sign to tm-qty-sign
                   move ws-entry-qty to tm-qty
                   *> a zero cost is a receipt keyed without one - left
                   *> blank, it posts quantity only
                   if ws-entry-cost > 0
                       move ws-entry-cost to tm-unit-cost-n
                   end-if
                   if ws-entry-po-number > 0
                       move ws-entry-po-number to tm-po-number-n
                       move ws-entry-po-line to tm-po-line-n
                   end-if
               when "J"
                   move "ADJUSTMENT" to ws-action-name
                   move ws-entry-sign to tm-qty-sign
                   move ws-entry-qty to tm-qty
               when "T"
                   move "TRANSFER" to ws-action-name
                   move ws-entry-qty to tm-qty
                   move ws-entry-to-branch to tm-to-branch
                   move ws-entry-transit to tm-in-transit
               when "P"
                   move "REORDER POINT" to ws-action-name
                   move ws-entry-reorder to tm-reorder-point
           end-evaluate.

           open extend transaction-file.
           if ws-transaction-status = "35"
               open output transaction-file
           end-if.

           if ws-transaction-status not = "00"
               move spaces to ws-message
               string
                   "TRANSACTION FILE A2.TRN NOT AVAILABLE - STATUS " delimited by size
                   ws-transaction-status delimited by size
                   " - NOTHING WRITTEN" delimited by size
                   into ws-message
               end-string
               go to 3500-write-exit
           end-if.

           write tm-transaction-record.
           close transaction-file.

           add 1 to ws-written-count.

           move spaces to ws-message.
           string
               ws-action-name delimited by "  "
               " FOR " delimited by size
               ws-entry-branch delimited by size
               "/" delimited by size
               ws-entry-item delimited by size
               " WRITTEN TO A2.TRN - POSTS AT THE NEXT A2-ITEMMAINT RUN" delimited by size
               into ws-message
           end-string.

           *> the figures on screen are the master as it stands - the
           *> entry is cleared so the same transaction isn't keyed twice
           move "I" to ws-entry-action.
           move space to ws-entry-sign.
           move 0 to ws-entry-qty.
           move spaces to ws-entry-to-branch.
           move space to ws-entry-transit.
           move 0 to ws-entry-cost.
           move 0 to ws-entry-po-number.
           move 0 to ws-entry-po-line.
           move 0 to ws-entry-reorder.

       3500-write-exit.

           exit.

       end program A2-StockScreen.
