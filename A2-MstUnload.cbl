               organization is line sequential
               file status is ws-gen3-status.

           *> the stock movement journal covers the days since the last
           *> unload. once the new generation 1 is cut, it moves onto
           *> the end of A2.mvh, and the live journal starts empty
           *> against the new backup.
           select movement-journal-file
               assign to "../../../A2-ItemList/A2.mvj"
               organization is line sequential
               file status is ws-journal-status.

           select journal-history-file
               assign to "../../../A2-ItemList/A2.mvh"
               organization is line sequential
               file status is ws-history-status.

           *> the inventory GL lines A2-ItemMaint and A2-CountPost
           *> append between unloads. the ledger import takes the whole
           *> file, so once tonight's has been handed off it moves onto
           *> the end of A2.glh and the live file starts empty - the
           *> next import sees only what was posted after it.
           select gl-inventory-file
               assign to "../../../A2-ItemList/A2.gli"
               organization is line sequential
               file status is ws-gl-status.

           select gl-history-file
               assign to "../../../A2-ItemList/A2.glh"
               organization is line sequential
               file status is ws-gl-history-status.

           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
         *> until then.
         05 im-last-cost pic 9999v99.
         05 im-avg-cost pic 9999v99.
         *> preferred vendor on A2.vnd - blank until purchasing assigns
         *> one, and A2-PoEntry raises nothing for an item without one
         05 im-vendor-number pic x(6).

       fd backup-gen1-file
           data record is ub-unload-record
           record contains 56 characters.

       *> H = header (unload date), D = one master record, T = trailer
       *> (record count) - the reload proves header and trailer before
       *> it believes anything in between. on-hand is carried with a
       *> separate leading sign so the flat file stays readable and
       *> survives being looked at in an editor. the vendor column
       *> sits on the end, so a generation cut before it existed is
       *> read back short and reloads with no preferred vendor.
       01 ub-unload-record.
         05 ub-record-type pic x.
         05 ub-branch pic xx.
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

       fd backup-gen2-file
           data record is g2-backup-record
           record contains 56 characters.

       01 g2-backup-record pic x(56).

       fd backup-gen3-file
           data record is g3-backup-record
           record contains 56 characters.

       01 g3-backup-record pic x(56).

       fd movement-journal-file
           data record is mj-journal-record
           record contains 65 characters.

       01 mj-journal-record pic x(65).

       fd journal-history-file
           data record is mh-history-record
           record contains 65 characters.

       01 mh-history-record pic x(65).

       fd gl-inventory-file
           data record is gl-posting-record
           record contains 40 characters.

       01 gl-posting-record pic x(40).

       fd gl-history-file
           data record is gh-history-record
           record contains 40 characters.

       01 gh-history-record pic x(40).

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

       01 ws-gen2-status pic xx value "00".
       01 ws-gen3-status pic xx value "00".
       01 ws-param-status pic xx value "00".
       01 ws-journal-status pic xx value "00".
       01 ws-history-status pic xx value "00".
       01 ws-gl-status pic xx value "00".
       01 ws-gl-history-status pic xx value "00".

       01 ws-master-eof pic x value "N".
       01 ws-copy-eof pic x value "N".
       01 ws-run-date pic 9(8) value 0.

       01 ws-unload-count pic 9(7) value 0.
       01 ws-rolled-count pic 9(7) value 0.
       01 ws-gl-rolled-count pic 9(7) value 0.

       01 ws-copy-record pic x(56).

       01 ws-count-ed pic zzzzzz9.
       01 ws-date-ed pic 9(8).
           end-string.
           display ws-note-line.

           perform 3000-roll-movement-journal thru 3000-roll-movement-journal-exit.
           perform 4000-roll-inventory-gl thru 4000-roll-inventory-gl-exit.

           move 0 to return-code.

           goback.
           move im-on-hand-qty to ub-on-hand-qty.
           move im-last-cost to ub-last-cost.
           move im-avg-cost to ub-avg-cost.
           move im-vendor-number to ub-vendor-number.

           write ub-unload-record.


           perform 2100-read-master-record.

       *> no journal just means nothing has moved stock since it was
       *> last rolled (or the site predates it) - nothing to carry
       3000-roll-movement-journal.

           open input movement-journal-file.
           if ws-journal-status not = "00"
               go to 3000-roll-movement-journal-exit
           end-if.

           open extend journal-history-file.
           if ws-history-status = "35"
               open output journal-history-file
           end-if.

           move "N" to ws-copy-eof.
           perform 3100-read-journal-record.
           perform 3200-roll-journal-record
             until ws-copy-eof = "Y".

           close journal-history-file.
           close movement-journal-file.

           *> emptied, not deleted - every program that appends opens
           *> it extend, and an empty file proves clean against A2.mb1
           open output movement-journal-file.
           close movement-journal-file.

           move ws-rolled-count to ws-count-ed.
           move spaces to ws-note-line.
           string
               "ROLLED " delimited by size
               ws-count-ed delimited by size
               " MOVEMENT JOURNAL RECORD(S) TO A2.MVH" delimited by size
               into ws-note-line
           end-string.
           display ws-note-line.

       3000-roll-movement-journal-exit.

           exit.

       3100-read-journal-record.

           read movement-journal-file
               at end
                   move "Y" to ws-copy-eof
           end-read.

       3200-roll-journal-record.

           write mh-history-record from mj-journal-record.
           add 1 to ws-rolled-count.
           perform 3100-read-journal-record.

       *> no A2.gli just means nothing has posted inventory value
       *> outside the daily run since it was last rolled
       4000-roll-inventory-gl.

           open input gl-inventory-file.
           if ws-gl-status not = "00"
               go to 4000-roll-inventory-gl-exit
           end-if.

           open extend gl-history-file.
           if ws-gl-history-status = "35"
               open output gl-history-file
           end-if.

           move "N" to ws-copy-eof.
           perform 4100-read-inventory-gl-record.
           perform 4200-roll-inventory-gl-record
             until ws-copy-eof = "Y".

           close gl-history-file.
           close gl-inventory-file.

           *> emptied, not deleted - both posting programs open it
           *> extend
           open output gl-inventory-file.
           close gl-inventory-file.

           move ws-gl-rolled-count to ws-count-ed.
           move spaces to ws-note-line.
           string
               "ROLLED " delimited by size
               ws-count-ed delimited by size
               " INVENTORY GL RECORD(S) TO A2.GLH" delimited by size
               into ws-note-line
           end-string.
           display ws-note-line.

       4000-roll-inventory-gl-exit.

           exit.

       4100-read-inventory-gl-record.

           read gl-inventory-file
               at end
                   move "Y" to ws-copy-eof
           end-read.

       4200-roll-inventory-gl-record.

           write gh-history-record from gl-posting-record.
           add 1 to ws-gl-rolled-count.
           perform 4100-read-inventory-gl-record.

       end program A2-MstUnload.
