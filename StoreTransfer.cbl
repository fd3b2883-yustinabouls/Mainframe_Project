       identification division.
       program-id. StoreTransfer.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The STORE TRANSFER program replaces the
      * pair of hand-keyed INVMOVE.dat lines that used to record
      * stock shipped from one store to another. The sending store
      * keys each transfer line on XFEROUT.dat and the receiving
      * store confirms it on XFERRCV.dat, both under the transfer
      * number. A shipment takes the units off the sending store's
      * ONHAND.dat position and puts them on the in-transit master
      * XFERMAST.dat; the receipt puts the units actually received
      * on the receiving store and closes the transfer. Open
      * transfers are listed aged by days in transit, and a receipt
      * short or over the units shipped is listed as a discrepancy
      * valued at the PRODMAST unit price. The step runs ahead of
      * InventoryTracking, so the night's stock position already
      * reflects the transfers.

       environment division.
       input-output section.
       file-control.

      *One line per SKU shipped, keyed by transfer number
           select transfer-out-file
               assign to "../../../data/XFEROUT.dat"
               organization is line sequential
               file status is ws-xferout-status.

      *One line per SKU received, keyed by transfer number
           select transfer-receipt-file
               assign to "../../../data/XFERRCV.dat"
               organization is line sequential
               file status is ws-xferrcv-status.

           select transfer-master-file
               assign to ws-transfer-master-name
               organization is line sequential
               file status is ws-xfermast-status.

           select transfer-backup-file
               assign to ws-transfer-backup-name
               organization is line sequential.

           select onhand-master-file
               assign to ws-onhand-master-name
               organization is line sequential
               file status is ws-onhand-status.

           select onhand-backup-file
               assign to ws-onhand-backup-name
               organization is line sequential.

           select store-master-file
               assign to "../../../data/STOREMAST.dat"
               organization is line sequential
               file status is ws-storemast-status.

           select product-master-file
               assign to "../../../data/PRODMAST.dat"
               organization is line sequential
               file status is ws-prodmast-status.

           select transfer-report-file
               assign to ws-transfer-report-name
               organization is line sequential.

           select audit-log-file
               assign to ws-audit-log-name
               organization is line sequential
               file status is ws-auditlog-status.

      *Before and after images of every persistent row this run
      *changes, stamped with the batch, so BatchBackout can take
      *the batch back out
           select batch-journal-file
               assign to ws-batch-journal-name
               organization is line sequential
               file status is ws-batchjrnl-status.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.
       fd transfer-out-file
           data record is transfer-out-rec
           record contains 40 characters.

       01 transfer-out-rec.
         05 xo-transfer-number pic x(8).
         05 xo-from-store pic xx.
         05 xo-to-store pic xx.
         05 xo-sku-code pic x(15).
         05 xo-quantity pic 9(5).
         05 xo-ship-date pic 9(8).

       fd transfer-receipt-file
           data record is transfer-receipt-rec
           record contains 38 characters.

       01 transfer-receipt-rec.
         05 xr-transfer-number pic x(8).
         05 xr-store-number pic xx.
         05 xr-sku-code pic x(15).
         05 xr-quantity pic 9(5).
         05 xr-receive-date pic 9(8).

      *One row per transfer line: T in transit, C received as
      *shipped, D received short or over
       fd transfer-master-file
           data record is transfer-master-rec
           record contains 54 characters.

       01 transfer-master-rec.
         05 xm-transfer-number pic x(8).
         05 xm-sku-code pic x(15).
         05 xm-from-store pic xx.
         05 xm-to-store pic xx.
         05 xm-shipped-qty pic 9(5).
         05 xm-ship-date pic 9(8).
         05 xm-received-qty pic 9(5).
         05 xm-receive-date pic 9(8).
         05 xm-status pic x.

       fd transfer-backup-file
           data record is transfer-backup-rec
           record contains 54 characters.

       01 transfer-backup-rec pic x(54).

       fd onhand-master-file
           data record is onhand-rec
           record contains 25 characters.

       01 onhand-rec.
         05 oh-store-number pic xx.
         05 oh-sku-code pic x(15).
         05 oh-quantity pic s9(7) sign leading separate.

       fd onhand-backup-file
           data record is onhand-backup-rec
           record contains 25 characters.

       01 onhand-backup-rec pic x(25).

       fd store-master-file
           data record is store-master-rec
           record contains 22 characters.

       01 store-master-rec.
         05 sm-store-number pic xx.
         05 sm-store-name pic x(20).

       fd product-master-file
           data record is product-master-rec
           record contains 49 characters.

       01 product-master-rec.
         05 pm-sku-code pic x(15).
         05 pm-description pic x(20).
         05 pm-department pic xx.
         05 pm-unit-price pic x(7).
         05 pm-unit-price-n redefines pm-unit-price pic 9(5)v99.
         05 pm-vendor-number pic x(5).

       fd transfer-report-file
           data record is report-line
           record contains 80 characters.

       01 report-line pic x(80).

       fd run-control-file
           data record is run-control-rec
           record contains 13 characters.

      *Run mode D asks for a dry run - JobDriver sends the
      *chain's output to the dry-run area instead of the live
      *files
       01 run-control-rec.
         05 rc-batch-date pic 9(8).
         05 rc-batch-number pic 9(4).
         05 rc-run-mode pic x.

       fd audit-log-file
           data record is audit-log-rec
           record contains 66 characters.

       01 audit-log-rec.
         05 al-invoice-number pic x(9).
         05 filler pic x value space.
         05 al-transaction-code pic x.
         05 filler pic x value space.
         05 al-store-number pic xx.
         05 filler pic x value space.
         05 al-program pic x(16).
         05 filler pic x value space.
         05 al-disposition pic x(20).
         05 filler pic x value space.
         05 al-batch-date pic 9(8).
         05 filler pic x value space.
         05 al-batch-number pic 9(4).

       fd batch-journal-file
           data record is batch-journal-rec
           record contains 231 characters.

       01 batch-journal-rec.
         05 bj-batch-number pic 9(4).
         05 bj-batch-date pic 9(8).
         05 bj-file-id pic x(8).
         05 bj-action pic x.
         05 bj-before-image pic x(105).
         05 bj-after-image pic x(105).

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-transfer-master-name pic x(48) value
             "../../../data/XFERMAST.dat".
         05 ws-transfer-backup-name pic x(48) value
             "../../../data/XFERMAST.bak".
         05 ws-onhand-master-name pic x(48) value
             "../../../data/ONHAND.dat".
         05 ws-onhand-backup-name pic x(48) value
             "../../../data/ONHAND.bak".
         05 ws-transfer-report-name pic x(48) value
             "../../../data/StoreTransfer.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-xferout-status pic xx.
       01 ws-xferout-eof pic x value "n".
       01 ws-xferrcv-status pic xx.
       01 ws-xferrcv-eof pic x value "n".
       01 ws-xfermast-status pic xx.
       01 ws-xfermast-eof pic x value "n".
       01 ws-onhand-status pic xx.
       01 ws-onhand-eof pic x value "n".
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
       01 ws-prodmast-status pic xx.
       01 ws-prodmast-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "STORETRANSFER".
       01 ws-al-disposition pic x(20).
       01 ws-al-invoice pic x(9).
       01 ws-al-store pic xx.

      *Batch journal row handed to 095-write-batch-journal: A a
      *row added, C a row changed, D a signed quantity applied
       01 ws-batchjrnl-status pic xx.
       01 ws-bj-file-id pic x(8).
       01 ws-bj-action pic x.
       01 ws-bj-before pic x(105).
       01 ws-bj-after pic x(105).

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report heading and every audit line
       01 ws-runctl-status pic xx.
       01 ws-batch-date pic 9(8) value 0.
       01 ws-batch-number pic 9(4) value 0.

       01 ws-batch-heading-line.
         05 filler pic x(6) value "BATCH ".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Store table, loaded from STOREMAST.dat like the other
      *programs
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-number-valid pic xx
              occurs 1 to 50 times
              depending on ws-num-of-stores.
       01 ws-store-sub pic 99.
       01 ws-store-found-flag pic x value "N".
       01 ws-check-store pic xx.

      *Product master table, loaded from PRODMAST.dat at startup
      *and sorted so each lookup can binary search
       77 ws-max-skus pic 9(5) value 50000.
       01 ws-product-table.
         05 ws-product-entry occurs 50000 times.
           10 ws-product-skus pic x(15).
           10 ws-product-price pic 9(5)v99.
       01 ws-num-skus pic 9(5) value 0.
       01 ws-matched-price pic 9(5)v99.
       01 ws-sku-found-flag pic x value "N".
       01 ws-search-sku pic x(15).

       01 ws-sku-sort-work.
         05 ws-sort-gap pic 9(5).
         05 ws-sort-sub pic 9(5).
         05 ws-sort-swapped pic x.
         05 ws-sku-swap-entry pic x(22).
         05 ws-search-lo pic 9(5).
         05 ws-search-hi pic 9(5).
         05 ws-search-mid pic 9(5).

      *The in-memory on-hand master, handled the way
      *InventoryTracking handles it: sorted at startup, with the
      *store/SKU pairs first seen tonight on an unsorted tail
       01 ws-num-onhand pic 9(5) value 0.
       77 ws-max-onhand pic 9(5) value 50000.
       01 ws-onhand-table.
         05 ws-onhand-entry occurs 1 to 50000 times
                       depending on ws-num-onhand.
           10 ws-oh-store pic xx.
           10 ws-oh-sku pic x(15).
           10 ws-oh-qty pic s9(7).
       01 ws-oh-sub pic 9(5).
       01 ws-oh-found-sub pic 9(5) value 0.
       01 ws-oh-change pic s9(7).
       01 ws-oh-sorted-count pic 9(5) value 0.
       01 ws-oh-search-key pic x(17).
       01 ws-oh-sort-work.
         05 ws-oh-sort-gap pic 9(5).
         05 ws-oh-sort-sub pic 9(5).
         05 ws-oh-sort-swapped pic x.
         05 ws-oh-swap-entry pic x(24).
         05 ws-oh-lo pic 9(5).
         05 ws-oh-hi pic 9(5).
         05 ws-oh-mid pic 9(5).

      *The in-transit master. Received lines stay on it for
      *ws-keep-days after receipt so a transfer number keyed twice
      *is still caught, then drop off on the rewrite
       77 ws-keep-days pic 9(3) value 90.
       01 ws-num-transfers pic 9(5) value 0.
       77 ws-max-transfers pic 9(5) value 20000.
       01 ws-transfer-table.
         05 ws-transfer-entry occurs 1 to 20000 times
                       depending on ws-num-transfers.
           10 ws-xm-transfer pic x(8).
           10 ws-xm-sku pic x(15).
           10 ws-xm-from pic xx.
           10 ws-xm-to pic xx.
           10 ws-xm-shipped pic 9(5).
           10 ws-xm-ship-date pic 9(8).
           10 ws-xm-received pic 9(5).
           10 ws-xm-receive-date pic 9(8).
           10 ws-xm-status pic x.
       01 ws-xm-sub pic 9(5).
       01 ws-xm-found-sub pic 9(5) value 0.
       01 ws-xm-search-key pic x(23).

      *Tonight's receiving discrepancies, printed after the open
      *transfers
       77 ws-max-discrepancies pic 9(4) value 2000.
       01 ws-num-discrepancies pic 9(4) value 0.
       01 ws-discrepancy-table.
         05 ws-discrepancy-entry occurs 1 to 2000 times
                       depending on ws-num-discrepancies.
           10 ws-dc-sub pic 9(5).
       01 ws-dc-idx pic 9(4).

      *Work fields
       01 ws-reject-reason pic x(26).
       01 ws-date-check.
         05 ws-date-valid-flag pic x value "N".
         05 ws-days-in-month pic 99.
         05 ws-td-date pic 9(8).
         05 ws-td-date-r redefines ws-td-date.
           10 ws-td-year pic 9(4).
           10 ws-td-month pic 99.
           10 ws-td-day pic 99.
       01 ws-calcs.
         05 ws-batch-int pic 9(7).
         05 ws-days-in-transit pic s9(5).
         05 ws-variance pic s9(5).
         05 ws-abs-variance pic 9(5).
         05 ws-value pic 9(7)v99.
         05 ws-ship-counter pic 9(7) value 0.
         05 ws-ship-units pic 9(7) value 0.
         05 ws-receipt-counter pic 9(7) value 0.
         05 ws-receipt-units pic 9(7) value 0.
         05 ws-reject-counter pic 9(7) value 0.
         05 ws-short-value pic 9(8)v99 value 0.
         05 ws-over-value pic 9(8)v99 value 0.
         05 ws-dropped-counter pic 9(7) value 0.

      *Days-in-transit buckets for the aged open transfer list
       01 ws-age-table.
         05 ws-age-entry occurs 4 times.
           10 ws-age-label pic x(10).
           10 ws-age-limit pic 9(5).
           10 ws-age-count pic 9(7).
           10 ws-age-units pic 9(7).
           10 ws-age-value pic 9(9)v99.
       01 ws-age-sub pic 9.
       01 ws-age-found-sub pic 9.

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(20) value spaces.
         05 filler pic x(32) value
                   "STORE TRANSFER REPORT -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(21) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

      *Shipments and receipts refused tonight
       01 ws-reject-title-line.
         05 filler pic x(80) value
           "TRANSFER LINES REJECTED - NOT APPLIED".

       01 ws-reject-detail-line.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-rj-source pic x(5).
         05 ws-rj-transfer pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rj-from pic xx.
         05 filler pic x(2) value "->".
         05 ws-rj-to pic xx.
         05 filler pic x(2) value spaces.
         05 ws-rj-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-rj-reason pic x(26).
         05 filler pic x(4) value spaces.

       01 ws-no-reject-line.
         05 filler pic x(80) value
           "No transfer lines were rejected.".

      *Open transfers aged by days in transit
       01 ws-open-title-line.
         05 filler pic x(80) value
           "OPEN TRANSFERS - IN TRANSIT".

       01 ws-open-heading-line.
         05 filler pic x(40) value
           "Transfer  Fr  To  SKU              Units".
         05 filler pic x(40) value
           "  Shipped   Days       Value  Age".

       01 ws-open-detail-line.
         05 ws-od-transfer pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-od-from pic xx.
         05 filler pic x(2) value spaces.
         05 ws-od-to pic xx.
         05 filler pic x(2) value spaces.
         05 ws-od-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-od-units pic z(4)9.
         05 filler pic x(2) value spaces.
         05 ws-od-ship-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-od-days pic zzz9.
         05 filler pic x(2) value spaces.
         05 ws-od-value pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-od-age pic x(10).

       01 ws-no-open-line.
         05 filler pic x(80) value
           "No transfers in transit.".

       01 ws-age-summary-line.
         05 filler pic x(4) value spaces.
         05 ws-as-label pic x(10).
         05 filler pic x(6) value spaces.
         05 ws-as-count pic z(6)9.
         05 filler pic x(12) value " transfers  ".
         05 ws-as-units pic z(6)9.
         05 filler pic x(8) value " units  ".
         05 ws-as-value pic $$,$$$,$$9.99.
         05 filler pic x(13) value spaces.

      *Receipts short or over the units shipped
       01 ws-discrepancy-title-line.
         05 filler pic x(80) value
           "RECEIVING DISCREPANCIES".

       01 ws-discrepancy-heading-line.
         05 filler pic x(40) value
           "Transfer  Fr  To  SKU              Shipd".
         05 filler pic x(40) value
           "  Rcvd  Variance        Value".

       01 ws-discrepancy-detail-line.
         05 ws-dd-transfer pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dd-from pic xx.
         05 filler pic x(2) value spaces.
         05 ws-dd-to pic xx.
         05 filler pic x(2) value spaces.
         05 ws-dd-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-dd-shipped pic z(4)9.
         05 filler pic x(2) value spaces.
         05 ws-dd-received pic z(4)9.
         05 filler pic x(2) value spaces.
         05 ws-dd-variance pic -(5)9.
         05 filler pic x(1) value spaces.
         05 ws-dd-type pic x(5).
         05 filler pic x(2) value spaces.
         05 ws-dd-value pic $$$,$$9.99.
         05 filler pic x(7) value spaces.

       01 ws-no-discrepancy-line.
         05 filler pic x(80) value
           "No receiving discrepancies.".

      *Run totals
       01 ws-total-line.
         05 ws-tl-label pic x(30).
         05 ws-tl-count pic z(6)9.
         05 filler pic x(5) value spaces.
         05 ws-tl-units pic z(6)9.
         05 filler pic x(6) value " units".
         05 filler pic x(25) value spaces.

       01 ws-count-line.
         05 ws-cl-label pic x(30).
         05 ws-cl-count pic z(6)9.
         05 filler pic x(43) value spaces.

       01 ws-value-line.
         05 ws-vl-label pic x(30).
         05 ws-vl-amount pic $$,$$$,$$9.99.
         05 filler pic x(37) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Loads the store and product tables, the on-hand master,
      *    and the in-transit master, keeping backup generations
      *    of the two masters before this run rewrites them
           perform 050-load-store-master.
           perform 052-load-product-master.
           perform 056-load-onhand-master.
           perform 060-load-transfer-master.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output transfer-report-file.

           perform 100-print-headings.

      *    Ships tonight's transfer lines, then receives tonight's
      *    confirmations - a transfer shipped and received the same
      *    night closes the same night
           write report-line from ws-reject-title-line
             after advancing 2 lines.

           perform 200-process-shipments.
           perform 300-process-receipts.

           if ws-reject-counter = 0 then
               write report-line from ws-no-reject-line
                 after advancing 1 line
           end-if.

      *    Lists what is still in transit and tonight's
      *    discrepancies
           perform 400-print-open-transfers.
           perform 450-print-discrepancies.

      *    Writes both masters back out
           perform 500-write-onhand-master.
           perform 550-write-transfer-master.

           perform 600-print-totals.

           close transfer-report-file.
           close audit-log-file.
           close batch-journal-file.

           goback.


      *    Reads the batch date and number the operator set for this
      *    run; an absent control file falls back to the machine
      *    date and batch zero so a standalone run still stamps
      *    something
       045-load-run-control.

           open input run-control-file.

           if ws-runctl-status = "00" then

               read run-control-file
                   not at end
                       move rc-batch-date to ws-batch-date
                       move rc-batch-number to ws-batch-number
                       if rc-run-mode = "D" then
                           move "Y" to ws-dry-run-flag
                       end-if
               end-read

               close run-control-file

           end-if.

           if ws-batch-date = 0 then
               move function current-date(1:8) to ws-batch-date
           end-if.

           move ws-batch-number to ws-bh-number.
           move ws-batch-date to ws-bh-date.

           compute ws-batch-int =
             function integer-of-date(ws-batch-date).

           if ws-dry-run-flag = "Y" then
               perform 046-set-dry-run-files
           end-if.

      *    A dry run reads the live masters but keeps every file
      *    the chain writes in the dry-run area, and stamps the
      *    report headings so the printout cannot pass for a
      *    live night
       046-set-dry-run-files.

           move "** DRY RUN - NOT LIVE **" to ws-bh-dry-run.
           move "../../../dryrun/XFERMAST.dat"
             to ws-transfer-master-name.
           move "../../../dryrun/XFERMAST.bak"
             to ws-transfer-backup-name.
           move "../../../dryrun/ONHAND.dat" to ws-onhand-master-name.
           move "../../../dryrun/ONHAND.bak" to ws-onhand-backup-name.
           move "../../../dryrun/StoreTransfer.out"
             to ws-transfer-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

       050-load-store-master.

           open input store-master-file.

           if ws-storemast-status = "00" then

               perform until ws-storemast-eof = "y"

                   read store-master-file
                       at end
                           move "y" to ws-storemast-eof
                       not at end
                           if ws-num-of-stores < ws-max-stores then
                               add 1 to ws-num-of-stores
                               move sm-store-number
                                 to ws-store-number-valid
                                   (ws-num-of-stores)
                           end-if
                   end-read

               end-perform

               close store-master-file

           end-if.

      *    STOREMAST.dat missing or empty falls back to the original
      *    hardcoded store list, same as the other programs
           if ws-num-of-stores = 0 then
               move "01" to ws-store-number-valid(1)
               move "02" to ws-store-number-valid(2)
               move "03" to ws-store-number-valid(3)
               move "04" to ws-store-number-valid(4)
               move "05" to ws-store-number-valid(5)
               move "12" to ws-store-number-valid(6)
               move 6 to ws-num-of-stores
           end-if.

      *    Sets ws-store-found-flag when ws-check-store is on the
      *    store table
       051-find-store.

           move "N" to ws-store-found-flag.

           perform varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               if ws-check-store =
                 ws-store-number-valid(ws-store-sub)
                   move "Y" to ws-store-found-flag
               end-if
           end-perform.

       052-load-product-master.

           open input product-master-file.

           if ws-prodmast-status = "00" then

               perform until ws-prodmast-eof = "y"

                   read product-master-file
                       at end
                           move "y" to ws-prodmast-eof
                       not at end
                           if ws-num-skus < ws-max-skus then
                               add 1 to ws-num-skus
                               move pm-sku-code
                                 to ws-product-skus(ws-num-skus)
                               if pm-unit-price-n is numeric then
                                   move pm-unit-price-n
                                     to ws-product-price(ws-num-skus)
                               else
                                   move 0
                                     to ws-product-price(ws-num-skus)
                               end-if
                           end-if
                   end-read

               end-perform

               close product-master-file

           end-if.

           perform 053-sort-product-table.

      *    Orders the product table ascending with the same
      *    shrinking-gap exchange sort the other programs use
       053-sort-product-table.

           move ws-num-skus to ws-sort-gap.
           move "Y" to ws-sort-swapped.

           perform until ws-sort-gap <= 1 and ws-sort-swapped = "N"

               compute ws-sort-gap = (ws-sort-gap * 10) / 13
               if ws-sort-gap < 1 then
                   move 1 to ws-sort-gap
               end-if

               move "N" to ws-sort-swapped

               perform
                 varying ws-sort-sub from 1 by 1
                 until ws-sort-sub + ws-sort-gap > ws-num-skus

                   if ws-product-skus(ws-sort-sub) >
                     ws-product-skus(ws-sort-sub + ws-sort-gap) then
                       move ws-product-entry(ws-sort-sub)
                         to ws-sku-swap-entry
                       move ws-product-entry
                           (ws-sort-sub + ws-sort-gap)
                         to ws-product-entry(ws-sort-sub)
                       move ws-sku-swap-entry
                         to ws-product-entry
                           (ws-sort-sub + ws-sort-gap)
                       move "Y" to ws-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Looks ws-search-sku up on the product table and returns
      *    its unit price
       054-find-product.

           move 0 to ws-matched-price.
           move "N" to ws-sku-found-flag.

           move 1 to ws-search-lo.
           move ws-num-skus to ws-search-hi.

           perform until ws-search-lo > ws-search-hi
             or ws-sku-found-flag = "Y"

               compute ws-search-mid =
                 (ws-search-lo + ws-search-hi) / 2

               if ws-search-sku = ws-product-skus(ws-search-mid) then
                   move "Y" to ws-sku-found-flag
                   move ws-product-price(ws-search-mid)
                     to ws-matched-price
               else
                   if ws-search-sku >
                     ws-product-skus(ws-search-mid) then
                       compute ws-search-lo = ws-search-mid + 1
                   else
                       compute ws-search-hi = ws-search-mid - 1
                   end-if
               end-if

           end-perform.

       056-load-onhand-master.

           open input onhand-master-file.

           if ws-onhand-status = "00" then

               perform until ws-onhand-eof = "y"

                   read onhand-master-file
                       at end
                           move "y" to ws-onhand-eof
                       not at end
                           if ws-num-onhand < ws-max-onhand then
                               add 1 to ws-num-onhand
                               move oh-store-number
                                 to ws-oh-store(ws-num-onhand)
                               move oh-sku-code
                                 to ws-oh-sku(ws-num-onhand)
                               move oh-quantity
                                 to ws-oh-qty(ws-num-onhand)
                           end-if
                   end-read

               end-perform

               close onhand-master-file

           end-if.

           perform 057-sort-onhand-master.
           move ws-num-onhand to ws-oh-sorted-count.

      *    Retains the as-loaded master on ONHAND.bak before
      *    500-write-onhand-master rewrites the live file
           open output onhand-backup-file.

           perform
             varying ws-oh-sub from 1 by 1
             until ws-oh-sub > ws-num-onhand
               move ws-oh-store(ws-oh-sub) to oh-store-number
               move ws-oh-sku(ws-oh-sub) to oh-sku-code
               move ws-oh-qty(ws-oh-sub) to oh-quantity
               write onhand-backup-rec from onhand-rec
           end-perform.

           close onhand-backup-file.

       057-sort-onhand-master.

           move ws-num-onhand to ws-oh-sort-gap.
           move "Y" to ws-oh-sort-swapped.

           perform until ws-oh-sort-gap <= 1
             and ws-oh-sort-swapped = "N"

               compute ws-oh-sort-gap = (ws-oh-sort-gap * 10) / 13
               if ws-oh-sort-gap < 1 then
                   move 1 to ws-oh-sort-gap
               end-if

               move "N" to ws-oh-sort-swapped

               perform
                 varying ws-oh-sort-sub from 1 by 1
                 until ws-oh-sort-sub + ws-oh-sort-gap
                   > ws-num-onhand

                   if ws-onhand-entry(ws-oh-sort-sub)(1:17) >
                     ws-onhand-entry
                       (ws-oh-sort-sub + ws-oh-sort-gap)(1:17) then
                       move ws-onhand-entry(ws-oh-sort-sub)
                         to ws-oh-swap-entry
                       move ws-onhand-entry
                           (ws-oh-sort-sub + ws-oh-sort-gap)
                         to ws-onhand-entry(ws-oh-sort-sub)
                       move ws-oh-swap-entry
                         to ws-onhand-entry
                           (ws-oh-sort-sub + ws-oh-sort-gap)
                       move "Y" to ws-oh-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Finds the on-hand entry for ws-oh-search-key, adding a
      *    zero entry when the store has never had the SKU: binary
      *    search over the sorted part, then a linear pass over the
      *    tail of entries added tonight
       058-find-onhand-entry.

           move 0 to ws-oh-found-sub.

           move 1 to ws-oh-lo.
           move ws-oh-sorted-count to ws-oh-hi.

           perform until ws-oh-lo > ws-oh-hi
             or ws-oh-found-sub > 0

               compute ws-oh-mid = (ws-oh-lo + ws-oh-hi) / 2

               if ws-onhand-entry(ws-oh-mid)(1:17) =
                 ws-oh-search-key then
                   move ws-oh-mid to ws-oh-found-sub
               else
                   if ws-oh-search-key >
                     ws-onhand-entry(ws-oh-mid)(1:17) then
                       compute ws-oh-lo = ws-oh-mid + 1
                   else
                       compute ws-oh-hi = ws-oh-mid - 1
                   end-if
               end-if

           end-perform.

           compute ws-oh-sub = ws-oh-sorted-count + 1.

           perform until ws-oh-sub > ws-num-onhand
             or ws-oh-found-sub > 0
               if ws-onhand-entry(ws-oh-sub)(1:17) =
                 ws-oh-search-key then
                   move ws-oh-sub to ws-oh-found-sub
               end-if
               add 1 to ws-oh-sub
           end-perform.

           if ws-oh-found-sub = 0 and
             ws-num-onhand < ws-max-onhand then
               add 1 to ws-num-onhand
               move ws-oh-search-key(1:2)
                 to ws-oh-store(ws-num-onhand)
               move ws-oh-search-key(3:15)
                 to ws-oh-sku(ws-num-onhand)
               move 0 to ws-oh-qty(ws-num-onhand)
               move ws-num-onhand to ws-oh-found-sub
           end-if.

      *    A transfer line whose stock has no on-hand row to move
      *    to or from is rejected rather than posted; the run
      *    carries on with the rest and ends on a return code, and
      *    the line is sent again once the table has been enlarged
       059-report-onhand-full.

           display "STORETRANSFER: ON-HAND TABLE FULL AT "
             ws-max-onhand " ROWS".
           display "STORETRANSFER: NOT POSTED - STORE "
             ws-oh-search-key(1:2) " SKU " ws-oh-search-key(3:15).
           move 8 to return-code.

      *    Loads the in-transit master and keeps its backup
       060-load-transfer-master.

           open input transfer-master-file.

           if ws-xfermast-status = "00" then

               open output transfer-backup-file

               perform until ws-xfermast-eof = "y"

                   read transfer-master-file
                       at end
                           move "y" to ws-xfermast-eof
                       not at end
                           write transfer-backup-rec
                             from transfer-master-rec
                           if ws-num-transfers < ws-max-transfers
                             then
                               add 1 to ws-num-transfers
                               move transfer-master-rec
                                 to ws-transfer-entry
                                   (ws-num-transfers)
                           end-if
                   end-read

               end-perform

               close transfer-backup-file
               close transfer-master-file

           end-if.

      *    Finds the transfer line for ws-xm-search-key
       062-find-transfer.

           move 0 to ws-xm-found-sub.

           perform varying ws-xm-sub from 1 by 1
             until ws-xm-sub > ws-num-transfers
               or ws-xm-found-sub > 0
               if ws-transfer-entry(ws-xm-sub)(1:23) =
                 ws-xm-search-key then
                   move ws-xm-sub to ws-xm-found-sub
               end-if
           end-perform.

       065-open-audit-log.

           open extend audit-log-file

           if ws-auditlog-status not = "00" then
               open output audit-log-file
           end-if.

       067-open-batch-journal.

           open extend batch-journal-file

           if ws-batchjrnl-status not = "00" then
               open output batch-journal-file
           end-if.

      *    Sets ws-date-valid-flag when ws-td-date is a real
      *    calendar date
       066-validate-calendar-date.

           move "N" to ws-date-valid-flag.

           move 31 to ws-days-in-month.

           if ws-td-month = 04 or 06 or 09 or 11 then
               move 30 to ws-days-in-month
           end-if.

           if ws-td-month = 02 then
               if function mod(ws-td-year, 4) = 0 and
                 (function mod(ws-td-year, 100) not = 0 or
                  function mod(ws-td-year, 400) = 0) then
                   move 29 to ws-days-in-month
               else
                   move 28 to ws-days-in-month
               end-if
           end-if.

           if ws-td-month >= 01 and ws-td-month <= 12 and
             ws-td-day >= 01 and ws-td-day <= ws-days-in-month and
             ws-td-year >= 1900 then
               move "Y" to ws-date-valid-flag
           end-if.

      *    The record is cleared to spaces first - the filler bytes
      *    between the fields are not initialized by the open, and a
      *    line sequential write rejects them otherwise
       090-write-audit-log.

           move spaces to audit-log-rec
           move ws-al-invoice to al-invoice-number
           move "F" to al-transaction-code
           move ws-al-store to al-store-number
           move ws-auditlog-program to al-program
           move ws-al-disposition to al-disposition
           move ws-batch-date to al-batch-date
           move ws-batch-number to al-batch-number
           write audit-log-rec.

      *    One journal row per change, cleared to spaces first
      *    like the audit record
       095-write-batch-journal.

           move spaces to batch-journal-rec
           move ws-batch-number to bj-batch-number
           move ws-batch-date to bj-batch-date
           move ws-bj-file-id to bj-file-id
           move ws-bj-action to bj-action
           move ws-bj-before to bj-before-image
           move ws-bj-after to bj-after-image
           write batch-journal-rec.

      *    The on-hand journal row carries the units moved, not the
      *    resulting count, the same as InventoryTracking's
       097-journal-onhand-change.

           move "ONHAND" to ws-bj-file-id.
           move "D" to ws-bj-action.
           move spaces to ws-bj-before.
           move ws-oh-store(ws-oh-found-sub) to oh-store-number.
           move ws-oh-sku(ws-oh-found-sub) to oh-sku-code.
           move ws-oh-change to oh-quantity.
           move onhand-rec to ws-bj-after.
           perform 095-write-batch-journal.

       100-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

       200-process-shipments.

           open input transfer-out-file.

           if ws-xferout-status = "00" then

               perform until ws-xferout-eof = "y"

                   read transfer-out-file
                       at end
                           move "y" to ws-xferout-eof
                       not at end
                           perform 210-ship-one-line
                   end-read

               end-perform

               close transfer-out-file

           end-if.

      *    A shipment needs two different stores on the store
      *    master, a SKU on the product master, a unit count, a
      *    real ship date, and a transfer line not already on file
      *    - then the units leave the sending store and go in
      *    transit
       210-ship-one-line.

           move spaces to ws-reject-reason.

           move xo-transfer-number to ws-xm-search-key(1:8).
           move xo-sku-code to ws-xm-search-key(9:15).
           perform 062-find-transfer.

           move xo-sku-code to ws-search-sku.
           perform 054-find-product.

           if xo-transfer-number = spaces then
               move "BLANK TRANSFER NUMBER" to ws-reject-reason
           else
           if ws-xm-found-sub > 0 then
               move "DUPLICATE TRANSFER LINE" to ws-reject-reason
           else
           if xo-from-store = xo-to-store then
               move "SAME STORE BOTH ENDS" to ws-reject-reason
           else
           if ws-sku-found-flag = "N" then
               move "SKU NOT ON PRODMAST" to ws-reject-reason
           else
           if xo-quantity is not numeric or xo-quantity = 0 then
               move "NO UNITS SHIPPED" to ws-reject-reason
           else
           if xo-ship-date is not numeric then
               move "SHIP DATE NOT REAL" to ws-reject-reason
           else
               move xo-ship-date to ws-td-date
               perform 066-validate-calendar-date
               if ws-date-valid-flag = "N" then
                   move "SHIP DATE NOT REAL" to ws-reject-reason
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces then
               move xo-from-store to ws-check-store
               perform 051-find-store
               if ws-store-found-flag = "N" then
                   move "FROM STORE NOT ON STOREMAST"
                     to ws-reject-reason
               else
                   move xo-to-store to ws-check-store
                   perform 051-find-store
                   if ws-store-found-flag = "N" then
                       move "TO STORE NOT ON STOREMAST"
                         to ws-reject-reason
                   end-if
               end-if
           end-if.

           if ws-reject-reason = spaces and
             ws-num-transfers not < ws-max-transfers then
               move "TRANSFER MASTER IS FULL" to ws-reject-reason
           end-if.

           if ws-reject-reason = spaces then
               move xo-from-store to ws-oh-search-key(1:2)
               move xo-sku-code to ws-oh-search-key(3:15)
               perform 058-find-onhand-entry
               if ws-oh-found-sub = 0 then
                   move "ON-HAND TABLE IS FULL" to ws-reject-reason
                   perform 059-report-onhand-full
               end-if
           end-if.

           if ws-reject-reason not = spaces then

               move "SHIP " to ws-rj-source
               move xo-transfer-number to ws-rj-transfer
               move xo-from-store to ws-rj-from
               move xo-to-store to ws-rj-to
               move xo-sku-code to ws-rj-sku
               perform 290-write-rejection

           else

               add 1 to ws-num-transfers
               move xo-transfer-number
                 to ws-xm-transfer(ws-num-transfers)
               move xo-sku-code to ws-xm-sku(ws-num-transfers)
               move xo-from-store to ws-xm-from(ws-num-transfers)
               move xo-to-store to ws-xm-to(ws-num-transfers)
               move xo-quantity to ws-xm-shipped(ws-num-transfers)
               move xo-ship-date
                 to ws-xm-ship-date(ws-num-transfers)
               move 0 to ws-xm-received(ws-num-transfers)
               move 0 to ws-xm-receive-date(ws-num-transfers)
               move "T" to ws-xm-status(ws-num-transfers)

               move "XFERMAST" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move ws-transfer-entry(ws-num-transfers) to ws-bj-after
               perform 095-write-batch-journal

               subtract xo-quantity from ws-oh-qty(ws-oh-found-sub)
               compute ws-oh-change = 0 - xo-quantity
               perform 097-journal-onhand-change

               add 1 to ws-ship-counter
               add xo-quantity to ws-ship-units

               move xo-transfer-number to ws-al-invoice
               move xo-from-store to ws-al-store
               move "TRANSFER SHIPPED" to ws-al-disposition
               perform 090-write-audit-log

           end-if.

       300-process-receipts.

           open input transfer-receipt-file.

           if ws-xferrcv-status = "00" then

               perform until ws-xferrcv-eof = "y"

                   read transfer-receipt-file
                       at end
                           move "y" to ws-xferrcv-eof
                       not at end
                           perform 310-receive-one-line
                   end-read

               end-perform

               close transfer-receipt-file

           end-if.

      *    A receipt must answer a line still in transit, at the
      *    store it was shipped to. The units actually counted in
      *    go on the receiving store and the line closes; a count
      *    that differs from the units shipped closes it as a
      *    discrepancy
       310-receive-one-line.

           move spaces to ws-reject-reason.

           move xr-transfer-number to ws-xm-search-key(1:8).
           move xr-sku-code to ws-xm-search-key(9:15).
           perform 062-find-transfer.

           if ws-xm-found-sub = 0 then
               move "NOT ON TRANSFER MASTER" to ws-reject-reason
           else
           if ws-xm-status(ws-xm-found-sub) not = "T" then
               move "TRANSFER ALREADY RECEIVED" to ws-reject-reason
           else
           if xr-store-number not = ws-xm-to(ws-xm-found-sub) then
               move "WRONG RECEIVING STORE" to ws-reject-reason
           else
           if xr-quantity is not numeric then
               move "UNITS NOT NUMERIC" to ws-reject-reason
           else
           if xr-receive-date is not numeric then
               move "RECEIVE DATE NOT REAL" to ws-reject-reason
           else
               move xr-receive-date to ws-td-date
               perform 066-validate-calendar-date
               if ws-date-valid-flag = "N" then
                   move "RECEIVE DATE NOT REAL" to ws-reject-reason
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces then
               move xr-store-number to ws-oh-search-key(1:2)
               move xr-sku-code to ws-oh-search-key(3:15)
               perform 058-find-onhand-entry
               if ws-oh-found-sub = 0 then
                   move "ON-HAND TABLE IS FULL" to ws-reject-reason
                   perform 059-report-onhand-full
               end-if
           end-if.

           if ws-reject-reason not = spaces then

               move "RECV " to ws-rj-source
               move xr-transfer-number to ws-rj-transfer
               move spaces to ws-rj-from
               move xr-store-number to ws-rj-to
               move xr-sku-code to ws-rj-sku
               perform 290-write-rejection

           else

               move ws-transfer-entry(ws-xm-found-sub) to ws-bj-before
               move xr-quantity to ws-xm-received(ws-xm-found-sub)
               move xr-receive-date
                 to ws-xm-receive-date(ws-xm-found-sub)

               if xr-quantity = ws-xm-shipped(ws-xm-found-sub) then
                   move "C" to ws-xm-status(ws-xm-found-sub)
                   move "TRANSFER RECEIVED" to ws-al-disposition
               else
                   move "D" to ws-xm-status(ws-xm-found-sub)
                   move "TRANSFER DISCREPANCY" to ws-al-disposition
                   if ws-num-discrepancies < ws-max-discrepancies
                     then
                       add 1 to ws-num-discrepancies
                       move ws-xm-found-sub
                         to ws-dc-sub(ws-num-discrepancies)
                   end-if
               end-if

               move "XFERMAST" to ws-bj-file-id
               move "C" to ws-bj-action
               move ws-transfer-entry(ws-xm-found-sub) to ws-bj-after
               perform 095-write-batch-journal

               add xr-quantity to ws-oh-qty(ws-oh-found-sub)
               move xr-quantity to ws-oh-change
               perform 097-journal-onhand-change

               add 1 to ws-receipt-counter
               add xr-quantity to ws-receipt-units

               move xr-transfer-number to ws-al-invoice
               move xr-store-number to ws-al-store
               perform 090-write-audit-log

           end-if.

       290-write-rejection.

           move ws-reject-reason to ws-rj-reason.
           write report-line from ws-reject-detail-line
             after advancing 1 line.
           add 1 to ws-reject-counter.

           move ws-rj-transfer to ws-al-invoice.
           if ws-rj-from = spaces then
               move ws-rj-to to ws-al-store
           else
               move ws-rj-from to ws-al-store
           end-if.
           move "TRANSFER REJECTED" to ws-al-disposition.
           perform 090-write-audit-log.

      *    Every line still in transit, with its days in transit
      *    and value at the unit price, then a count per age bucket
       400-print-open-transfers.

           move "0-3 DAYS" to ws-age-label(1).
           move 3 to ws-age-limit(1).
           move "4-7 DAYS" to ws-age-label(2).
           move 7 to ws-age-limit(2).
           move "8-14 DAYS" to ws-age-label(3).
           move 14 to ws-age-limit(3).
           move "OVER 14" to ws-age-label(4).
           move 99999 to ws-age-limit(4).

           perform varying ws-age-sub from 1 by 1
             until ws-age-sub > 4
               move 0 to ws-age-count(ws-age-sub)
               move 0 to ws-age-units(ws-age-sub)
               move 0 to ws-age-value(ws-age-sub)
           end-perform.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-open-title-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.
           write report-line from ws-open-heading-line
             after advancing 1 line.

           move 0 to ws-age-found-sub.

           perform
             varying ws-xm-sub from 1 by 1
             until ws-xm-sub > ws-num-transfers
               if ws-xm-status(ws-xm-sub) = "T" then
                   perform 410-print-one-open
               end-if
           end-perform.

           if ws-age-found-sub = 0 then
               write report-line from ws-no-open-line
                 after advancing 1 line
           else
               write report-line from spaces
                 after advancing 1 line
               perform varying ws-age-sub from 1 by 1
                 until ws-age-sub > 4
                   move ws-age-label(ws-age-sub) to ws-as-label
                   move ws-age-count(ws-age-sub) to ws-as-count
                   move ws-age-units(ws-age-sub) to ws-as-units
                   move ws-age-value(ws-age-sub) to ws-as-value
                   write report-line from ws-age-summary-line
                     after advancing 1 line
               end-perform
           end-if.

       410-print-one-open.

           compute ws-days-in-transit = ws-batch-int -
             function integer-of-date(ws-xm-ship-date(ws-xm-sub)).
           if ws-days-in-transit < 0 then
               move 0 to ws-days-in-transit
           end-if.

           move ws-xm-sku(ws-xm-sub) to ws-search-sku.
           perform 054-find-product.
           compute ws-value =
             ws-xm-shipped(ws-xm-sub) * ws-matched-price.

           move 0 to ws-age-found-sub.
           perform varying ws-age-sub from 4 by -1
             until ws-age-sub < 1
               if ws-days-in-transit <= ws-age-limit(ws-age-sub) then
                   move ws-age-sub to ws-age-found-sub
               end-if
           end-perform.

           add 1 to ws-age-count(ws-age-found-sub).
           add ws-xm-shipped(ws-xm-sub)
             to ws-age-units(ws-age-found-sub).
           add ws-value to ws-age-value(ws-age-found-sub).

           move ws-xm-transfer(ws-xm-sub) to ws-od-transfer.
           move ws-xm-from(ws-xm-sub) to ws-od-from.
           move ws-xm-to(ws-xm-sub) to ws-od-to.
           move ws-xm-sku(ws-xm-sub) to ws-od-sku.
           move ws-xm-shipped(ws-xm-sub) to ws-od-units.
           move ws-xm-ship-date(ws-xm-sub) to ws-od-ship-date.
           move ws-days-in-transit to ws-od-days.
           move ws-value to ws-od-value.
           move ws-age-label(ws-age-found-sub) to ws-od-age.
           write report-line from ws-open-detail-line
             after advancing 1 line.

      *    Tonight's short and over receipts, the variance valued
      *    at the unit price
       450-print-discrepancies.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-discrepancy-title-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.

           if ws-num-discrepancies = 0 then
               write report-line from ws-no-discrepancy-line
                 after advancing 1 line
           else
               write report-line from ws-discrepancy-heading-line
                 after advancing 1 line
           end-if.

           perform
             varying ws-dc-idx from 1 by 1
             until ws-dc-idx > ws-num-discrepancies
               move ws-dc-sub(ws-dc-idx) to ws-xm-sub
               perform 460-print-one-discrepancy
           end-perform.

       460-print-one-discrepancy.

           compute ws-variance =
             ws-xm-received(ws-xm-sub) - ws-xm-shipped(ws-xm-sub).

           if ws-variance < 0 then
               compute ws-abs-variance = 0 - ws-variance
               move "SHORT" to ws-dd-type
           else
               move ws-variance to ws-abs-variance
               move "OVER" to ws-dd-type
           end-if.

           move ws-xm-sku(ws-xm-sub) to ws-search-sku.
           perform 054-find-product.
           compute ws-value = ws-abs-variance * ws-matched-price.

           if ws-variance < 0 then
               add ws-value to ws-short-value
           else
               add ws-value to ws-over-value
           end-if.

           move ws-xm-transfer(ws-xm-sub) to ws-dd-transfer.
           move ws-xm-from(ws-xm-sub) to ws-dd-from.
           move ws-xm-to(ws-xm-sub) to ws-dd-to.
           move ws-xm-sku(ws-xm-sub) to ws-dd-sku.
           move ws-xm-shipped(ws-xm-sub) to ws-dd-shipped.
           move ws-xm-received(ws-xm-sub) to ws-dd-received.
           move ws-variance to ws-dd-variance.
           move ws-value to ws-dd-value.
           write report-line from ws-discrepancy-detail-line
             after advancing 1 line.

      *    Rewrites ONHAND.dat from the in-memory master
       500-write-onhand-master.

           open output onhand-master-file.

           perform
             varying ws-oh-sub from 1 by 1
             until ws-oh-sub > ws-num-onhand
               move ws-oh-store(ws-oh-sub) to oh-store-number
               move ws-oh-sku(ws-oh-sub) to oh-sku-code
               move ws-oh-qty(ws-oh-sub) to oh-quantity
               write onhand-rec
           end-perform.

           close onhand-master-file.

      *    Rewrites XFERMAST.dat; a received line drops off once it
      *    is ws-keep-days past its receipt
       550-write-transfer-master.

           open output transfer-master-file.

           perform
             varying ws-xm-sub from 1 by 1
             until ws-xm-sub > ws-num-transfers
               if ws-xm-status(ws-xm-sub) not = "T" and
                 ws-batch-int - function integer-of-date
                   (ws-xm-receive-date(ws-xm-sub)) > ws-keep-days
                 then
                   add 1 to ws-dropped-counter
               else
                   move ws-transfer-entry(ws-xm-sub)
                     to transfer-master-rec
                   write transfer-master-rec
               end-if
           end-perform.

           close transfer-master-file.

       600-print-totals.

           move "Transfer lines shipped:" to ws-tl-label.
           move ws-ship-counter to ws-tl-count.
           move ws-ship-units to ws-tl-units.
           write report-line from ws-total-line
             after advancing 2 lines.

           move "Transfer lines received:" to ws-tl-label.
           move ws-receipt-counter to ws-tl-count.
           move ws-receipt-units to ws-tl-units.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Short receipts valued at:" to ws-vl-label.
           move ws-short-value to ws-vl-amount.
           write report-line from ws-value-line
             after advancing 1 line.

           move "Over receipts valued at:" to ws-vl-label.
           move ws-over-value to ws-vl-amount.
           write report-line from ws-value-line
             after advancing 1 line.

           move "Transfer lines rejected:" to ws-cl-label.
           move ws-reject-counter to ws-cl-count.
           write report-line from ws-count-line
             after advancing 1 line.

       end program StoreTransfer.
