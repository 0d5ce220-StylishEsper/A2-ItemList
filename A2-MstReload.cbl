               record key is im-item-key
               file status is ws-master-status.

           *> shared stock movement journal - appended to by every
           *> program that changes an on-hand quantity, rolled off to
           *> A2.mvh by A2-MstUnload as each new backup is cut
           select movement-journal-file
               assign to "../../../A2-ItemList/A2.mvj"
               organization is line sequential
               file status is ws-journal-status.


           *> only the business date is wanted, to date the journal
           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
               file status is ws-param-status.

       data division.
       file section.

       fd backup-gen1-file
           data record is g1-backup-record
           record contains 56 characters.

       01 g1-backup-record pic x(56).

       fd backup-gen2-file
           data record is g2-backup-record
           record contains 56 characters.

       01 g2-backup-record pic x(56).

       fd backup-gen3-file
           data record is g3-backup-record
           record contains 56 characters.

       01 g3-backup-record pic x(56).

       fd master-file
           data record is im-master-record.
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

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

       working-storage section.

       01 ws-gen2-status pic xx value "00".
       01 ws-gen3-status pic xx value "00".
       01 ws-master-status pic xx value "00".
       01 ws-journal-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-run-date pic 9(8) value 0.

       01 ws-backup-eof pic x value "N".

         05 ub-on-hand-qty pic s9(5) sign leading separate.
         05 ub-last-cost pic 9999v99.
         05 ub-avg-cost pic 9999v99.
         05 ub-vendor-number pic x(6).
       01 ws-unload-header redefines ws-unload-record.
         05 ub-hd-record-type pic x.
         05 ub-hd-unload-date pic 9(8).
         05 filler pic x(47).
       01 ws-unload-trailer redefines ws-unload-record.
         05 ub-tr-record-type pic x.
         05 ub-tr-record-count pic 9(7).
         05 filler pic x(48).

       01 ws-header-seen pic x value "N".
       01 ws-trailer-seen pic x value "N".
       01 ws-bad-count pic 9(5) value 0.
       01 ws-unload-date pic 9(8) value 0.

       01 ws-journal-gen-ed pic 9.

       01 ws-count-ed pic zzzzzz9.
       01 ws-date-ed pic 9(8).
       01 ws-note-line pic x(80).
       procedure division.
       000-main.

           accept ws-run-date from date yyyymmdd.
           perform 100-read-run-parameters.

           display ws-my-info.
           display "KEY BACKUP GENERATION TO RESTORE (1=NEWEST, 2, 3) OR ENTER FOR 1".
           accept ws-generation-in.

           open output master-file.

           *> the journal has to say the reload happened - every
           *> quantity it logged up to here is replaced wholesale, and
           *> the proof starts again from what this reload puts down
           open extend movement-journal-file.
           if ws-journal-status = "35"
               open output movement-journal-file
           end-if.

           move spaces to mj-journal-record.
           move ws-run-date to mj-business-date.
           move "MSTRELOAD" to mj-program.
           move "RS" to mj-movement-type.
           move 0 to mj-qty-before.
           move 0 to mj-qty-change.
           move 0 to mj-qty-after.
           move ws-generation to ws-journal-gen-ed.
           string
               "FROM A2.MB" delimited by size
               ws-journal-gen-ed delimited by size
               into mj-reference
           end-string.
           write mj-journal-record.

           perform 2100-read-backup-record.
           perform 2200-load-backup-record
             until ws-backup-eof = "Y".

           close master-file.
           close movement-journal-file.
           perform 1500-close-backup-generation.

           perform 3000-verify-and-report.

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
           end-if.

       1000-open-backup-generation.

           evaluate ws-generation
           move ub-on-hand-qty to im-on-hand-qty.
           move ub-last-cost to im-last-cost.
           move ub-avg-cost to im-avg-cost.
           move ub-vendor-number to im-vendor-number.

           *> only a record that actually landed counts toward the
           *> trailer match - a duplicate-key drop goes to the bad
                   add 1 to ws-bad-count
               not invalid key
                   add 1 to ws-loaded-count
                   perform 2400-write-journal-record
           end-write.

       2400-write-journal-record.

           move spaces to mj-journal-record.
           move ws-run-date to mj-business-date.
           move "MSTRELOAD" to mj-program.
           move im-branch to mj-branch.
           move im-item-number to mj-item-number.
           move "RL" to mj-movement-type.
           move 0 to mj-qty-before.
           move im-on-hand-qty to mj-qty-change.
           move im-on-hand-qty to mj-qty-after.
           string
               "RELOAD FROM A2.MB" delimited by size
               ws-journal-gen-ed delimited by size
               into mj-reference
           end-string.
           write mj-journal-record.

       3000-verify-and-report.

           move ws-unload-date to ws-date-ed.
