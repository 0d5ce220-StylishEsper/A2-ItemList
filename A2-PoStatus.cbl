       input-output section.
       file-control.

           *> the open-order lines maintained by A2-PoEntry and relieved
           *> by A2-ItemMaint receipts - walked start to finish here in
           *> key order (PO number, then line)
           select open-order-file
               assign to "../../../A2-ItemList/A2.poo"
               organization is indexed
               access mode is sequential
               record key is po-order-key
               alternate record key is po-item-key with duplicates
               file status is ws-order-status.

           *> purchase order headers - read by number as each order's
           *> first open line comes up, for the below-minimum flag
           select order-header-file
               assign to "../../../A2-ItemList/A2.poh"
               organization is indexed
               access mode is dynamic
               record key is ph-po-number
               file status is ws-header-status.

           *> closed PO lines - the closed-short section and the vendor
           *> fill-rate and late-delivery figures come from here
           select po-history-file
               assign to "../../../A2-ItemList/A2.pfh"
               organization is line sequential
               file status is ws-pohist-status.

           *> vendor master, for the names on the report
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

           select report-file
               assign to "../../../A2-ItemList/A2.pos"
               organization is line sequential

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
         05 vn-name pic x(30).
         05 filler pic x(104).

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

       01 ws-order-status pic xx value "00".
       01 ws-header-status pic xx value "00".
       01 ws-pohist-status pic xx value "00".
       01 ws-vendor-status pic xx value "00".
       01 ws-report-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-order-eof pic x value "N".
       01 ws-pohist-eof pic x value "N".
       01 ws-vendor-eof pic x value "N".
       01 ws-header-file-open pic x value "N".

       01 ws-today pic 9(8) value 0.

       01 ws-cnv-t6 pic 9(5) value 0.
       01 ws-today-serial pic s9(9) value 0.
       01 ws-order-serial pic s9(9) value 0.
       01 ws-receipt-serial pic s9(9) value 0.
       01 ws-closed-serial pic s9(9) value 0.
       01 ws-days-open pic s9(5) value 0.
       01 ws-days-to-deliver pic s9(5) value 0.
       01 ws-days-since-close pic s9(5) value 0.

       *> the closed-short section covers lines closed in the last
       *> month - the history file keeps everything for the vendor
       *> figures, but a short from last year is nobody's action now
       01 ws-short-window-days pic 9(3) value 31.

       01 ws-prev-po-number pic 9(6) value 0.
       01 ws-open-count pic 9(5) value 0.
       01 ws-po-count pic 9(5) value 0.
       01 ws-overdue-count pic 9(5) value 0.
       01 ws-short-count pic 9(5) value 0.
       01 ws-outstanding-qty pic 9(6) value 0.
       01 ws-short-qty pic 9(6) value 0.
       01 ws-line-flag pic x(7) value spaces.

       *> per-vendor delivery performance over the whole PO history -
       *> the vendor master seeds the table so every vendor shows by
       *> name, and a vendor found only in history is added on the end
       01 ws-vp-count pic 9(3) value 0.
       01 ws-vp-dropped pic 9(5) value 0.
       01 ws-vp-idx pic 9(3) value 0.
       01 ws-vp-found-idx pic 9(3) value 0.
       01 ws-vp-key pic x(6) value spaces.
       01 ws-vp-table.
         05 ws-vp-entry occurs 200 times.
           10 ws-vp-vendor pic x(6).
           10 ws-vp-name pic x(30).
           10 ws-vp-lines pic 9(5).
           10 ws-vp-ordered pic 9(9).
           10 ws-vp-received pic 9(9).
           10 ws-vp-late pic 9(5).
       01 ws-fill-pct pic 9(4)v9 value 0.
       01 ws-late-pct pic 9(3)v9 value 0.
       01 ws-pct-work pic 9(11)v9 value 0.

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

       01 ws-print-line pic x(110).
       01 ws-po-ed pic 9(6).
       01 ws-line-ed pic 9(3).
       01 ws-qty-ed pic zzzzz9.
       01 ws-qty2-ed pic zzzzz9.
       01 ws-qty3-ed pic zzzzz9.
       01 ws-days-ed pic zzzz9.
       01 ws-lead-ed pic zz9.
       01 ws-date-ed pic 9(8).
       01 ws-count-ed pic zzzz9.
       01 ws-late-count-ed pic zzzz9.
       01 ws-big-qty-ed pic zzzzzz9.
       01 ws-big-qty2-ed pic zzzzzz9.
       01 ws-fill-pct-ed pic zzz9.9.
       01 ws-late-pct-ed pic zz9.9.

       01 ws-my-info.
         05 filler pic x(80) value spaces.
         05 ws-info pic x(30) value "Ahmed Butt, A2 - PO STATUS".

       01 ws-heading1 pic x(110) value "PO-NO  LN  BR ITEM DESCRIPTION   ORDERED    RECVD OUTSTDG  ORDER-DT DAYS-OPEN LEAD STATUS  BRANCH NAME".
       01 ws-heading2 pic x(110) value "PO-NO  LN  BR ITEM DESCRIPTION   ORDERED RECEIVED    SHORT CLOSED    BRANCH NAME".
       01 ws-heading3 pic x(110) value "VENDOR NAME                           LINES ORDERED RECEIVED  FILL%  LATE LATE%".

       procedure division.
       000-main.
           perform 9100-date-to-serial.
           move ws-cnv-serial to ws-today-serial.

           perform 200-load-vendor-names.

           open output report-file.

           display ws-my-info.
           write report-line from ws-print-line.
           write report-line from "".

           perform 230-load-branch-table.

           display ws-heading1.
           write report-line from ws-heading1.

           open input order-header-file.
           if ws-header-status = "00"
               move "Y" to ws-header-file-open
           end-if.

           perform 1000-read-order-file.

           if ws-header-file-open = "Y"
               close order-header-file
           end-if.

           perform 5000-print-totals.
           perform 6000-print-short-section.
           perform 7000-print-vendor-section.

           close report-file.

               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       200-load-vendor-names.

           move "N" to ws-vendor-eof.
           open input vendor-file.

           if ws-vendor-status = "00"
             then
               perform 210-read-vendor-record
               perform 220-store-vendor-name
                 until ws-vendor-eof = "Y"
               close vendor-file
           end-if.

       210-read-vendor-record.

           read vendor-file
               at end
                   move "Y" to ws-vendor-eof
           end-read.

       220-store-vendor-name.

           if vn-vendor-number not = spaces
             then
               move vn-vendor-number to ws-vp-key
               perform 7500-find-vendor-slot
               if ws-vp-found-idx > 0
                   move vn-name to ws-vp-name(ws-vp-found-idx)
               end-if
           end-if.

           perform 210-read-vendor-record.

       230-load-branch-table.

           move "N" to ws-branch-eof.
           open input branch-file.

           if ws-branch-status = "00"
             then
               perform 240-read-branch-record
               perform 250-store-branch-record
                 until ws-branch-eof = "Y"
               close branch-file
             else
               display "WARNING - BRANCH MASTER A2.BRN NOT FOUND - BRANCH NAMES NOT PRINTED"
               write report-line from "WARNING - BRANCH MASTER A2.BRN NOT FOUND - BRANCH NAMES NOT PRINTED"
           end-if.

           if ws-brn-dropped > 0
               display "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
               write report-line from "WARNING - BRANCH TABLE FULL - BRANCHES PAST 100 ON A2.BRN IGNORED"
           end-if.

       240-read-branch-record.

           read branch-file
               at end
                   move "Y" to ws-branch-eof
           end-read.

       *> a blank status is an active branch, a blank type a stocking
       *> one - the row only has to say what is out of the ordinary
       250-store-branch-record.

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

           perform 240-read-branch-record.

       1000-read-order-file.

           move "N" to ws-order-eof.
       2000-process-order-record.

           if po-status = "O"
             then
               if po-number not = ws-prev-po-number
                   perform 2050-print-order-heading
               end-if
               perform 2100-print-open-line
           end-if.

           perform 1100-read-order-record.

       *> one line naming the vendor ahead of each order's open lines
       2050-print-order-heading.

           move po-number to ws-prev-po-number.
           add 1 to ws-po-count.

           move po-vendor-number to ws-vp-key.
           perform 7500-find-vendor-slot.

           move po-number to ws-po-ed.
           move spaces to ws-print-line.
           string
               ws-po-ed delimited by size
               " VENDOR " delimited by size
               po-vendor-number delimited by size
               " " delimited by size
               into ws-print-line
           end-string.
           if ws-vp-found-idx > 0
               move ws-vp-name(ws-vp-found-idx) to ws-print-line(23:30)
           end-if.

           if ws-header-file-open = "Y"
             then
               move po-number to ph-po-number
               read order-header-file
                   invalid key
                       move "N" to ph-below-minimum
               end-read
               if ph-below-minimum = "Y"
                   move "ORDER BELOW VENDOR MINIMUM" to ws-print-line(55:26)
               end-if
           end-if.

           display "".
           write report-line from "".
           display ws-print-line.
           write report-line from ws-print-line.

       2100-print-open-line.

           add 1 to ws-open-count.
           subtract ws-order-serial from ws-today-serial
               giving ws-days-open.

           *> past the vendor's quoted lead time with stock still to
           *> come - the line purchasing chases first
           move spaces to ws-line-flag.
           if ws-days-open > po-lead-days
               move "OVERDUE" to ws-line-flag
               add 1 to ws-overdue-count
           end-if.

           move po-number to ws-po-ed.
           move po-line to ws-line-ed.
           move po-ordered-qty to ws-qty-ed.
           move po-received-qty to ws-qty2-ed.
           move ws-outstanding-qty to ws-qty3-ed.
           move po-order-date to ws-date-ed.
           move ws-days-open to ws-days-ed.
           move po-lead-days to ws-lead-ed.

           move spaces to ws-print-line.
           string
               ws-po-ed delimited by size
               " " delimited by size
               ws-line-ed delimited by size
               " " delimited by size
               po-branch delimited by size
               " " delimited by size
               po-item-number delimited by size
               ws-qty-ed delimited by size
               "   " delimited by size
               ws-qty2-ed delimited by size
               "  " delimited by size
               ws-qty3-ed delimited by size
               "  " delimited by size
               ws-date-ed delimited by size
               "     " delimited by size
               ws-days-ed delimited by size
               "  " delimited by size
               ws-lead-ed delimited by size
               " " delimited by size
               ws-line-flag delimited by size
               into ws-print-line
           end-string.

           move po-branch to ws-brn-lookup-code.
           perform 7600-find-branch.
           move ws-brn-lookup-name to ws-print-line(92:19).

           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-open-count to ws-count-ed.
           string
               "OPEN ORDER LINES ON FILE: " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-po-count to ws-count-ed.
           string
               "PURCHASE ORDERS OPEN:     " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-overdue-count to ws-count-ed.
           string
               "LINES PAST LEAD TIME:     " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

       *> lines whose delivery ended short of the order - read back
       *> from the PO history, so the short lines sit together at the
       *> foot of the report instead of scattered through the list
       6000-print-short-section.

           display "".
           write report-line from "".
           display "ORDER LINES CLOSED SHORT".
           write report-line from "ORDER LINES CLOSED SHORT".
           display ws-heading2.
           write report-line from ws-heading2.

           move "N" to ws-pohist-eof.
           open input po-history-file.

           if ws-pohist-status = "00"
             then
               perform 6050-read-history-record
               perform 6100-check-short-record
                 until ws-pohist-eof = "Y"
               close po-history-file
           end-if.

           if ws-short-count = 0
               write report-line from "NONE"
           end-if.

       6050-read-history-record.

           read po-history-file
               at end
                   move "Y" to ws-pohist-eof
           end-read.

       6100-check-short-record.

           if fh-received-qty < fh-ordered-qty
             and fh-closed-date is numeric
             then
               move fh-closed-date to ws-cnv-date
               perform 9100-date-to-serial
               move ws-cnv-serial to ws-closed-serial
               subtract ws-closed-serial from ws-today-serial
                   giving ws-days-since-close
               if ws-days-since-close <= ws-short-window-days
                   perform 6200-print-short-line
               end-if
           end-if.

           perform 6050-read-history-record.

       6200-print-short-line.

           add 1 to ws-short-count.
           subtract fh-received-qty from fh-ordered-qty
               giving ws-short-qty.

           move fh-po-number to ws-po-ed.
           move fh-po-line to ws-line-ed.
           move fh-ordered-qty to ws-qty-ed.
           move fh-received-qty to ws-qty2-ed.
           move ws-short-qty to ws-qty3-ed.
           move fh-closed-date to ws-date-ed.

           move spaces to ws-print-line.
           string
               ws-po-ed delimited by size
               " " delimited by size
               ws-line-ed delimited by size
               " " delimited by size
               fh-branch delimited by size
               " " delimited by size
               fh-item-number delimited by size
               " " delimited by size
               fh-description delimited by size
               "  " delimited by size
               ws-qty-ed delimited by size
               "   " delimited by size
               ws-qty2-ed delimited by size
               "   " delimited by size
               ws-qty3-ed delimited by size
               " " delimited by size
               ws-date-ed delimited by size
               into ws-print-line
           end-string.

           move fh-branch to ws-brn-lookup-code.
           perform 7600-find-branch.
           move ws-brn-lookup-name to ws-print-line(70:20).

           display ws-print-line.
           write report-line from ws-print-line.

       *> fill rate is quantity received over quantity ordered; a line
       *> is late when its last receipt came in after the lead time the
       *> vendor quoted when it was raised
       7000-print-vendor-section.

           move "N" to ws-pohist-eof.
           open input po-history-file.

           if ws-pohist-status = "00"
             then
               perform 6050-read-history-record
               perform 7100-accumulate-vendor-line
                 until ws-pohist-eof = "Y"
               close po-history-file
           end-if.

           display "".
           write report-line from "".
           display "VENDOR FILL RATE AND LATE DELIVERY - ALL CLOSED LINES ON HISTORY".
           write report-line from "VENDOR FILL RATE AND LATE DELIVERY - ALL CLOSED LINES ON HISTORY".
           display ws-heading3.
           write report-line from ws-heading3.

           perform 7200-print-vendor-line thru 7200-print-vendor-line-exit
             varying ws-vp-idx from 1 by 1
             until ws-vp-idx > ws-vp-count.

           if ws-vp-dropped > 0
             then
               move spaces to ws-print-line
               move ws-vp-dropped to ws-count-ed
               string
                   ws-count-ed delimited by size
                   " HISTORY LINE(S) FOR VENDORS PAST THE 200-VENDOR TABLE NOT SHOWN" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write report-line from ws-print-line
           end-if.

       7100-accumulate-vendor-line.

           move fh-vendor-number to ws-vp-key.
           perform 7500-find-vendor-slot.

           if ws-vp-found-idx = 0
             then
               add 1 to ws-vp-dropped
             else
               add 1 to ws-vp-lines(ws-vp-found-idx)
               add fh-ordered-qty to ws-vp-ordered(ws-vp-found-idx)
               add fh-received-qty to ws-vp-received(ws-vp-found-idx)
               if fh-last-receipt-date is numeric
                 and fh-last-receipt-date > 0
                 and fh-order-date is numeric
                   move fh-order-date to ws-cnv-date
                   perform 9100-date-to-serial
                   move ws-cnv-serial to ws-order-serial
                   move fh-last-receipt-date to ws-cnv-date
                   perform 9100-date-to-serial
                   move ws-cnv-serial to ws-receipt-serial
                   subtract ws-order-serial from ws-receipt-serial
                       giving ws-days-to-deliver
                   if ws-days-to-deliver > fh-lead-days
                       add 1 to ws-vp-late(ws-vp-found-idx)
                   end-if
               end-if
           end-if.

           perform 6050-read-history-record.

       *> vendors with nothing on history have nothing to report
       7200-print-vendor-line.

           if ws-vp-lines(ws-vp-idx) = 0
               go to 7200-print-vendor-line-exit
           end-if.

           move 0 to ws-fill-pct.
           if ws-vp-ordered(ws-vp-idx) > 0
               multiply ws-vp-received(ws-vp-idx) by 100
                   giving ws-pct-work
               divide ws-pct-work by ws-vp-ordered(ws-vp-idx)
                   giving ws-fill-pct rounded
                   on size error
                       move 9999.9 to ws-fill-pct
               end-divide
           end-if.

           multiply ws-vp-late(ws-vp-idx) by 100 giving ws-pct-work.
           divide ws-pct-work by ws-vp-lines(ws-vp-idx)
               giving ws-late-pct rounded.

           move ws-vp-lines(ws-vp-idx) to ws-count-ed.
           move ws-vp-late(ws-vp-idx) to ws-late-count-ed.
           move ws-vp-ordered(ws-vp-idx) to ws-big-qty-ed.
           move ws-vp-received(ws-vp-idx) to ws-big-qty2-ed.
           move ws-fill-pct to ws-fill-pct-ed.
           move ws-late-pct to ws-late-pct-ed.

           move spaces to ws-print-line.
           string
               ws-vp-vendor(ws-vp-idx) delimited by size
               " " delimited by size
               ws-vp-name(ws-vp-idx) delimited by size
               " " delimited by size
               ws-count-ed delimited by size
               " " delimited by size
               ws-big-qty-ed delimited by size
               "  " delimited by size
               ws-big-qty2-ed delimited by size
               " " delimited by size
               ws-fill-pct-ed delimited by size
               " " delimited by size
               ws-late-count-ed delimited by size
               " " delimited by size
               ws-late-pct-ed delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write report-line from ws-print-line.

       7200-print-vendor-line-exit.

           exit.

       *> finds the vendor's slot, adding one on the end when there is
       *> room - zero back means the table is full
       7500-find-vendor-slot.

           move 0 to ws-vp-found-idx.
           perform 7550-match-vendor-slot
             varying ws-vp-idx from 1 by 1
             until ws-vp-idx > ws-vp-count.

           if ws-vp-found-idx = 0 and ws-vp-count < 200
               add 1 to ws-vp-count
               move ws-vp-count to ws-vp-found-idx
               move ws-vp-key to ws-vp-vendor(ws-vp-count)
               move spaces to ws-vp-name(ws-vp-count)
               move 0 to ws-vp-lines(ws-vp-count)
               move 0 to ws-vp-ordered(ws-vp-count)
               move 0 to ws-vp-received(ws-vp-count)
               move 0 to ws-vp-late(ws-vp-count)
           end-if.

       7550-match-vendor-slot.

           if ws-vp-vendor(ws-vp-idx) = ws-vp-key
             and ws-vp-found-idx = 0
               move ws-vp-idx to ws-vp-found-idx
           end-if.

       *> ws-brn-found-idx points at the row for ws-brn-lookup-code (0
       *> when it isn't on file), and ws-brn-lookup-name carries its
       *> name for the report headings
       7600-find-branch.

           move 0 to ws-brn-found-idx.
           perform 7650-match-branch
             varying ws-brn-idx from 1 by 1
             until ws-brn-idx > ws-brn-count.

           if ws-brn-found-idx > 0
             then
               move ws-brn-name(ws-brn-found-idx) to ws-brn-lookup-name
             else
               move "NOT ON A2.BRN" to ws-brn-lookup-name
           end-if.

       7650-match-branch.

           if ws-brn-code(ws-brn-idx) = ws-brn-lookup-code
             and ws-brn-found-idx = 0
               move ws-brn-idx to ws-brn-found-idx
           end-if.

       9100-date-to-serial.

           multiply ws-cnv-yyyy by 367 giving ws-cnv-t1.
