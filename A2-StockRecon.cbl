       identification division.
       program-id. A2-StockRecon as "A2_ItemList.A2-StockRecon".
       author. Ahmed Butt.
       date-written. 2026-10-15.

       environment division.
       configuration section.

       input-output section.
       file-control.

           *> the newest backup generation - the quantities the proof
           *> starts from. A2-MstUnload rolls the journal off as it
           *> cuts this, so A2.mb1 plus A2.mvj is always the whole story.
           select backup-gen1-file
               assign to "../../../A2-ItemList/A2.mb1"
               organization is line sequential
               file status is ws-gen1-status.

           *> every on-hand change since that backup, in the order the
           *> programs made them
           select movement-journal-file
               assign to "../../../A2-ItemList/A2.mvj"
               organization is line sequential
               file status is ws-journal-status.

           *> read only - what the quantities actually are tonight
           select master-file
               assign to "../../../A2-ItemList/A2.mst"
               organization is indexed
               access mode is sequential
               record key is im-item-key
               file status is ws-master-status.

           *> exceptions report - only what fails to roll forward is
           *> listed, with the totals underneath
           select report-file
               assign to "../../../A2-ItemList/A2.srr"
               organization is line sequential
               file status is ws-report-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> only the business date matters here, stamping the report
           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
               file status is ws-param-status.

           select sort-work-file
               assign to "sortwk10".

       data division.
       file section.

       fd backup-gen1-file
           data record is ub-unload-record
           record contains 56 characters.

       *> H = header (unload date), D = one master record, T = trailer
       *> (record count) - the A2-MstUnload layout
       01 ub-unload-record.
         05 ub-record-type pic x.
         05 ub-branch pic xx.
         05 ub-item-number pic x(4).
         05 ub-description pic x(13).
         05 ub-class pic x.
         05 ub-standard-cost pic 9999v99.
         05 ub-reorder-point pic 9(5).
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

       fd report-file
           data record is report-line
           record contains 132 characters.

       01 report-line pic x(132).

       fd run-param-file
           data record is pr-param-record
           record contains 29 characters.

       01 pr-param-record.
         05 pr-business-date pic 9(8).
         05 pr-run-mode pic x.
         05 pr-trend-threshold pic 9(3).
         05 pr-stale-days pic 9(3).
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

       *> backup, journal and live rows meet here by branch/item, in
       *> that order, and the journal rows in the order they were cut
       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-branch pic xx.
         05 sw-item-number pic x(4).
         *> 1 = A2.mb1 starting quantity, 2 = journal movement,
         *> 3 = live A2.mst quantity
         05 sw-source pic x.
         05 sw-seq pic 9(7).
         05 sw-business-date pic 9(8).
         05 sw-program pic x(10).
         05 sw-movement-type pic xx.
         05 sw-qty-before pic s9(5).
         05 sw-qty-change pic s9(6).
         05 sw-qty-after pic s9(5).
         05 sw-reference pic x(20).

       working-storage section.

       01 ws-gen1-status pic xx value "00".
       01 ws-journal-status pic xx value "00".
       01 ws-master-status pic xx value "00".
       01 ws-report-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-backup-eof pic x value "N".
       01 ws-journal-eof pic x value "N".
       01 ws-master-eof pic x value "N".
       01 ws-sort-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.

       *> a reload logged in the journal replaces every quantity, so
       *> the proof starts from the last one instead of from A2.mb1
       01 ws-journal-present pic x value "N".
       01 ws-journal-seq pic 9(7) value 0.
       01 ws-last-reload-seq pic 9(7) value 0.
       01 ws-last-reload-date pic 9(8) value 0.
       01 ws-last-reload-reference pic x(20) value spaces.

       01 ws-backup-header-seen pic x value "N".
       01 ws-backup-trailer-seen pic x value "N".
       01 ws-backup-trailer-count pic 9(7) value 0.
       01 ws-backup-date pic 9(8) value 0.
       01 ws-backup-suspect pic x value "N".

       *> control-break state for the sorted branch/item rows - what
       *> the item rolls forward to, and what the master says
       01 ws-first-record pic x value "Y".
       01 ws-brk-branch pic xx value spaces.
       01 ws-brk-item-number pic x(4) value spaces.
       01 ws-brk-exists pic x value "N".
       01 ws-brk-start-qty pic s9(5) value 0.
       01 ws-brk-qty pic s9(5) value 0.
       01 ws-brk-moves pic 9(5) value 0.
       01 ws-brk-on-live pic x value "N".
       01 ws-brk-live-qty pic s9(5) value 0.
       01 ws-brk-difference pic s9(6) value 0.
       01 ws-expected-before pic s9(5) value 0.
       01 ws-check-after pic s9(6) value 0.
       01 ws-disposition pic x(40) value spaces.

       01 ws-backup-count pic 9(7) value 0.
       01 ws-journal-applied pic 9(7) value 0.
       01 ws-journal-superseded pic 9(7) value 0.
       01 ws-live-count pic 9(7) value 0.
       01 ws-proven-count pic 9(7) value 0.
       01 ws-exception-count pic 9(7) value 0.
       01 ws-break-count pic 9(7) value 0.

       01 ws-heading1 pic x(132) value "BR ITEM  START MOVES ROLLED   LIVE    DIFF DISPOSITION".
       01 ws-heading2 pic x(132) value "-- ---- ------ ----- ------ ------ ------- ----------------------------------------".

       01 ws-print-line pic x(132).
       01 ws-start-ed pic -zzzz9.
       01 ws-moves-ed pic zzzz9.
       01 ws-rolled-ed pic -zzzz9.
       01 ws-live-ed pic -zzzz9.
       01 ws-diff-ed pic -zzzzz9.
       01 ws-before-ed pic -zzzz9.
       01 ws-expected-ed pic -zzzz9.
       01 ws-date-ed pic 9(8).
       01 ws-count-ed pic zzzzzz9.

       01 ws-my-info.
         05 filler pic x(72) value spaces.
         05 ws-info pic x(32) value "Ahmed Butt, A2 - STOCK RECON".

       procedure division.
       000-main.

           accept ws-run-date from date yyyymmdd.
           perform 100-read-run-parameters.

           open output report-file.

           display ws-my-info.
           display "".
           write report-line from ws-my-info.
           write report-line from "".

           *> nothing to prove against without the live master
           open input master-file.
           if ws-master-status not = "00"
             then
               display "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN - STATUS " ws-master-status
               write report-line from "RUN STOPPED - ITEM MASTER A2.MST FAILED TO OPEN"
               close report-file
               move 8 to return-code
               goback
           end-if.

           perform 200-find-last-reload.

           *> with no reload in the journal the backup is the only
           *> starting point there is - without it every item would
           *> report, which proves nothing
           if ws-last-reload-seq = 0
               open input backup-gen1-file
               if ws-gen1-status not = "00"
                   display "RUN STOPPED - BACKUP A2.MB1 NOT AVAILABLE AND NO RELOAD IN THE JOURNAL"
                   write report-line from "RUN STOPPED - BACKUP A2.MB1 NOT AVAILABLE AND NO RELOAD IN THE JOURNAL"
                   close master-file
                   close report-file
                   move 8 to return-code
                   goback
               end-if
           end-if.

           sort sort-work-file
               on ascending key sw-branch sw-item-number sw-source sw-seq
               input procedure is 1000-feed-sort
               output procedure is 3000-prove-items.

           perform 9000-print-totals.

           close master-file.
           close report-file.

           if ws-exception-count > 0 or ws-break-count > 0
             or ws-backup-suspect = "Y"
             then
               move 4 to return-code
             else
               move 0 to return-code
           end-if.

           goback.

       100-read-run-parameters.

           open input run-param-file.
           if ws-param-status = "00"
             then
               read run-param-file
                   at end
                       continue
                   not at end
                       if pr-business-date is numeric
                         and pr-business-date > 0
                           move pr-business-date to ws-run-date
                       end-if
               end-read
               close run-param-file
             else
               display "RUN PARAMETER FILE A2.PRM NOT AVAILABLE - SYSTEM DATE USED"
           end-if.

       *> first pass over the journal - only the position of the last
       *> RS marker is wanted. a missing journal is an empty one: the
       *> site hasn't moved stock since the last unload.
       200-find-last-reload.

           move 0 to ws-journal-seq.
           move "N" to ws-journal-eof.
           open input movement-journal-file.

           if ws-journal-status = "00"
             then
               move "Y" to ws-journal-present
               perform 210-read-journal-record
               perform 220-check-reload-marker
                 until ws-journal-eof = "Y"
               close movement-journal-file
             else
               display "MOVEMENT JOURNAL A2.MVJ NOT FOUND - NO MOVEMENT SINCE THE BACKUP ASSUMED"
               write report-line from "MOVEMENT JOURNAL A2.MVJ NOT FOUND - NO MOVEMENT SINCE THE BACKUP ASSUMED"
           end-if.

       210-read-journal-record.

           read movement-journal-file
               at end
                   move "Y" to ws-journal-eof
               not at end
                   add 1 to ws-journal-seq
           end-read.

       220-check-reload-marker.

           if mj-movement-type = "RS"
               move ws-journal-seq to ws-last-reload-seq
               move mj-business-date to ws-last-reload-date
               move mj-reference to ws-last-reload-reference
           end-if.

           perform 210-read-journal-record.

       1000-feed-sort.

           if ws-last-reload-seq = 0
               perform 1100-feed-backup
           end-if.
           if ws-journal-present = "Y"
               perform 1300-feed-journal
           end-if.
           perform 1500-feed-master.

       1100-feed-backup.

           move "N" to ws-backup-eof.
           perform 1110-read-backup-record.
           perform 1120-release-backup-record
             until ws-backup-eof = "Y".
           close backup-gen1-file.

       1110-read-backup-record.

           read backup-gen1-file
               at end
                   move "Y" to ws-backup-eof
           end-read.

       1120-release-backup-record.

           evaluate ub-record-type
               when "H"
                   move "Y" to ws-backup-header-seen
                   if ub-hd-unload-date is numeric
                       move ub-hd-unload-date to ws-backup-date
                   end-if
               when "T"
                   move "Y" to ws-backup-trailer-seen
                   if ub-tr-record-count is numeric
                       move ub-tr-record-count to ws-backup-trailer-count
                   end-if
               when "D"
                   add 1 to ws-backup-count
                   move spaces to sw-record
                   move ub-branch to sw-branch
                   move ub-item-number to sw-item-number
                   move "1" to sw-source
                   move 0 to sw-seq
                   move 0 to sw-business-date
                   move 0 to sw-qty-before
                   move 0 to sw-qty-change
                   move ub-on-hand-qty to sw-qty-after
                   release sw-record
           end-evaluate.

           perform 1110-read-backup-record.

       *> second pass - everything after the last reload marker, with
       *> its place in the file so the sort keeps the journal's order
       1300-feed-journal.

           move 0 to ws-journal-seq.
           move "N" to ws-journal-eof.
           open input movement-journal-file.
           perform 210-read-journal-record.
           perform 1320-release-journal-record
             until ws-journal-eof = "Y".
           close movement-journal-file.

       1320-release-journal-record.

           if ws-journal-seq > ws-last-reload-seq
             then
               if mj-movement-type not = "RS"
                   add 1 to ws-journal-applied
                   move spaces to sw-record
                   move mj-branch to sw-branch
                   move mj-item-number to sw-item-number
                   move "2" to sw-source
                   move ws-journal-seq to sw-seq
                   move mj-business-date to sw-business-date
                   move mj-program to sw-program
                   move mj-movement-type to sw-movement-type
                   move mj-qty-before to sw-qty-before
                   move mj-qty-change to sw-qty-change
                   move mj-qty-after to sw-qty-after
                   move mj-reference to sw-reference
                   release sw-record
               end-if
             else
               add 1 to ws-journal-superseded
           end-if.

           perform 210-read-journal-record.

       1500-feed-master.

           move "N" to ws-master-eof.
           perform 1510-read-master-record.
           perform 1520-release-master-record
             until ws-master-eof = "Y".

       1510-read-master-record.

           read master-file
               at end
                   move "Y" to ws-master-eof
           end-read.

       1520-release-master-record.

           add 1 to ws-live-count.

           move spaces to sw-record.
           move im-branch to sw-branch.
           move im-item-number to sw-item-number.
           move "3" to sw-source.
           move 0 to sw-seq.
           move 0 to sw-business-date.
           move 0 to sw-qty-before.
           move 0 to sw-qty-change.
           move im-on-hand-qty to sw-qty-after.
           release sw-record.

           perform 1510-read-master-record.

       3000-prove-items.

           perform 3050-print-report-header.

           move "N" to ws-sort-eof.
           move "Y" to ws-first-record.

           perform 3100-return-sorted-record.
           perform 3200-prove-one-record
             until ws-sort-eof = "Y".

           if ws-first-record = "N"
               perform 3400-finish-item thru 3400-finish-item-exit
           end-if.

       3050-print-report-header.

           move spaces to ws-print-line.
           move ws-run-date to ws-date-ed.
           string
               "STOCK ROLL-FORWARD PROOF - BUSINESS DATE " delimited by size
               ws-date-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           if ws-last-reload-seq = 0
             then
               move ws-backup-date to ws-date-ed
               string
                   "STARTING FROM BACKUP A2.MB1 UNLOADED " delimited by size
                   ws-date-ed delimited by size
                   into ws-print-line
               end-string
             else
               move ws-last-reload-date to ws-date-ed
               string
                   "STARTING FROM THE RELOAD LOGGED " delimited by size
                   ws-date-ed delimited by size
                   " " delimited by size
                   ws-last-reload-reference delimited by size
                   into ws-print-line
               end-string
           end-if.
           display ws-print-line.
           write report-line from ws-print-line.

           *> a backup that doesn't prove itself is still used, but
           *> whatever it is short of will show as items below
           if ws-last-reload-seq = 0
             then
               if ws-backup-header-seen = "N"
                 or ws-backup-trailer-seen = "N"
                 or ws-backup-trailer-count not = ws-backup-count
                   move "Y" to ws-backup-suspect
                   display "WARNING - A2.MB1 HEADER OR TRAILER DOES NOT MATCH ITS DETAIL - BACKUP MAY BE TRUNCATED"
                   write report-line from "WARNING - A2.MB1 HEADER OR TRAILER DOES NOT MATCH ITS DETAIL - BACKUP MAY BE TRUNCATED"
               end-if
           end-if.

           display "".
           display ws-heading1.
           display ws-heading2.
           write report-line from "".
           write report-line from ws-heading1.
           write report-line from ws-heading2.

       3100-return-sorted-record.

           return sort-work-file
               at end
                   move "Y" to ws-sort-eof
           end-return.

       3200-prove-one-record.

           if ws-first-record = "Y"
             then
               perform 3300-start-new-item
               move "N" to ws-first-record
             else
               if sw-branch not = ws-brk-branch
                 or sw-item-number not = ws-brk-item-number
                   perform 3400-finish-item thru 3400-finish-item-exit
                   perform 3300-start-new-item
               end-if
           end-if.

           evaluate sw-source
               when "1"
                   move "Y" to ws-brk-exists
                   move sw-qty-after to ws-brk-start-qty
                   move sw-qty-after to ws-brk-qty
               when "2"
                   perform 3250-apply-movement
               when "3"
                   move "Y" to ws-brk-on-live
                   move sw-qty-after to ws-brk-live-qty
           end-evaluate.

           perform 3100-return-sorted-record.

       *> each movement has to start where the last one left off - a
       *> gap means something changed the quantity without logging it.
       *> a reload sets the quantity outright, so it is never a break.
       3250-apply-movement.

           add 1 to ws-brk-moves.

           if sw-movement-type not = "RL"
               if ws-brk-exists = "Y"
                 then
                   move ws-brk-qty to ws-expected-before
                 else
                   move 0 to ws-expected-before
               end-if
               add sw-qty-before sw-qty-change giving ws-check-after
               if sw-qty-before not = ws-expected-before
                 or ws-check-after not = sw-qty-after
                   perform 3600-print-break-line
               end-if
           end-if.

           move sw-qty-after to ws-brk-qty.
           if sw-movement-type = "DL"
             then
               move "N" to ws-brk-exists
               move 0 to ws-brk-qty
             else
               move "Y" to ws-brk-exists
           end-if.

       3300-start-new-item.

           move sw-branch to ws-brk-branch.
           move sw-item-number to ws-brk-item-number.
           move "N" to ws-brk-exists.
           move 0 to ws-brk-start-qty.
           move 0 to ws-brk-qty.
           move 0 to ws-brk-moves.
           move "N" to ws-brk-on-live.
           move 0 to ws-brk-live-qty.

       *> an item proves when it exists on both sides with the same
       *> quantity, or on neither (added and deleted since the backup)
       3400-finish-item.

           if ws-brk-exists = "N" and ws-brk-on-live = "N"
               add 1 to ws-proven-count
               go to 3400-finish-item-exit
           end-if.

           if ws-brk-exists = "Y" and ws-brk-on-live = "N"
               add 1 to ws-exception-count
               move "ROLLS FORWARD BUT MISSING FROM A2.MST" to ws-disposition
               perform 3500-print-exception-line
               go to 3400-finish-item-exit
           end-if.

           if ws-brk-exists = "N" and ws-brk-on-live = "Y"
               add 1 to ws-exception-count
               move "ON A2.MST BUT NOT ON BACKUP OR JOURNAL" to ws-disposition
               perform 3500-print-exception-line
               go to 3400-finish-item-exit
           end-if.

           if ws-brk-qty not = ws-brk-live-qty
             then
               add 1 to ws-exception-count
               move "QUANTITY DOES NOT ROLL FORWARD" to ws-disposition
               perform 3500-print-exception-line
             else
               add 1 to ws-proven-count
           end-if.

       3400-finish-item-exit.

           exit.

       3500-print-exception-line.

           subtract ws-brk-qty from ws-brk-live-qty
               giving ws-brk-difference.

           move ws-brk-start-qty to ws-start-ed.
           move ws-brk-moves to ws-moves-ed.
           move ws-brk-qty to ws-rolled-ed.
           move ws-brk-live-qty to ws-live-ed.
           move ws-brk-difference to ws-diff-ed.

           move spaces to ws-print-line.
           string
               ws-brk-branch delimited by size
               " " delimited by size
               ws-brk-item-number delimited by size
               " " delimited by size
               ws-start-ed delimited by size
               " " delimited by size
               ws-moves-ed delimited by size
               " " delimited by size
               ws-rolled-ed delimited by size
               " " delimited by size
               ws-live-ed delimited by size
               " " delimited by size
               ws-diff-ed delimited by size
               " " delimited by size
               ws-disposition delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write report-line from ws-print-line.

       3600-print-break-line.

           add 1 to ws-break-count.

           move sw-qty-before to ws-before-ed.
           move ws-expected-before to ws-expected-ed.
           move sw-business-date to ws-date-ed.

           move spaces to ws-print-line.
           string
               sw-branch delimited by size
               " " delimited by size
               sw-item-number delimited by size
               " JOURNAL BREAK " delimited by size
               ws-date-ed delimited by size
               " " delimited by size
               sw-program delimited by size
               " " delimited by size
               sw-movement-type delimited by size
               " LOGGED BEFORE " delimited by size
               ws-before-ed delimited by size
               " EXPECTED " delimited by size
               ws-expected-ed delimited by size
               " " delimited by size
               sw-reference delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write report-line from ws-print-line.

       9000-print-totals.

           display "".
           write report-line from "".

           move spaces to ws-print-line.
           move ws-backup-count to ws-count-ed.
           string
               "BACKUP RECORDS STARTED:    " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-journal-applied to ws-count-ed.
           string
               "JOURNAL RECORDS APPLIED:   " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-journal-superseded to ws-count-ed.
           string
               "SUPERSEDED BY A RELOAD:    " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-live-count to ws-count-ed.
           string
               "LIVE MASTER RECORDS:       " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-proven-count to ws-count-ed.
           string
               "ITEMS PROVEN:              " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-exception-count to ws-count-ed.
           string
               "ITEMS NOT ROLLING FORWARD: " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           move spaces to ws-print-line.
           move ws-break-count to ws-count-ed.
           string
               "JOURNAL BREAKS:            " delimited by size
               ws-count-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write report-line from ws-print-line.

           if ws-exception-count = 0 and ws-break-count = 0
             then
               display "EVERY BRANCH/ITEM ROLLS FORWARD TO A2.MST"
               write report-line from "EVERY BRANCH/ITEM ROLLS FORWARD TO A2.MST"
           end-if.

       end program A2-StockRecon.
