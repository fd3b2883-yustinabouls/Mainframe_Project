       identification division.
       program-id. Replenishment.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The REPLENISHMENT program builds the
      * nightly suggested purchase orders the buyers used to work up
      * from the stock position printout. Each row of the reorder
      * point control file REORDER.dat (store, SKU, minimum, maximum,
      * pack size) is compared with the store's on-hand quantity
      * from ONHAND.dat plus whatever is still open on ONORDER.dat.
      * When that position is at or below the minimum, enough whole
      * packs to bring it back up to the maximum are suggested. The
      * suggestions go out on SUGGPO.dat grouped under one purchase
      * order number per pm-vendor-number, and are added to
      * ONORDER.dat so the same shortage is not ordered again the
      * next night. Receipts arriving on INVMOVE.dat under
      * movement code R work the open orders off, oldest first;
      * count adjustments and transfers on the same file never
      * touch an order. The buyer's review report shows
      * each suggestion with its daily sales rate over the last
      * four weeks of the sales history and the days of cover the
      * store has left, followed by the orders still open.

       environment division.
       input-output section.
       file-control.

      *Reorder points: one row per store and SKU the buyers
      *replenish, same control-file idiom as TAXRATE.dat
           select reorder-point-file
               assign to "../../../data/REORDER.dat"
               organization is line sequential
               file status is ws-reorder-status.

      *Suggested orders still waiting for their receipt
           select open-order-file
               assign to ws-open-order-name
               organization is line sequential
               file status is ws-onorder-status.

           select open-order-backup-file
               assign to ws-open-order-backup-name
               organization is line sequential.

      *Tonight's suggested purchase orders, by vendor
           select suggested-po-file
               assign to ws-suggested-po-name
               organization is line sequential.

           select onhand-master-file
               assign to ws-onhand-master-name
               organization is line sequential
               file status is ws-onhand-status.

           select product-master-file
               assign to "../../../data/PRODMAST.dat"
               organization is line sequential
               file status is ws-prodmast-status.

           select movement-file
               assign to ws-movement-name
               organization is line sequential
               file status is ws-movement-status.

      *The persistent sales and layaway history DataSplitandCount
      *appends to every night - the source of the sales rate
           select saleslayaway-file
               assign to ws-saleslayaway-name
               organization is line sequential
               file status is ws-saleslayaway-status.

           select review-report-file
               assign to ws-review-report-name
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
       fd reorder-point-file
           data record is reorder-point-rec
           record contains 32 characters.

       01 reorder-point-rec.
         05 ro-store-number pic xx.
         05 ro-sku-code pic x(15).
         05 ro-minimum pic 9(5).
         05 ro-maximum pic 9(5).
         05 ro-pack-size pic 9(5).

       fd open-order-file
           data record is open-order-rec
           record contains 53 characters.

       01 open-order-rec.
         05 oo-store-number pic xx.
         05 oo-sku-code pic x(15).
         05 oo-order-date pic 9(8).
         05 oo-po-number pic x(9).
         05 oo-vendor-number pic x(5).
         05 oo-ordered-qty pic 9(7).
         05 oo-received-qty pic 9(7).

       fd open-order-backup-file
           data record is open-order-backup-rec
           record contains 53 characters.

       01 open-order-backup-rec pic x(53).

       fd suggested-po-file
           data record is suggested-po-rec
           record contains 66 characters.

       01 suggested-po-rec.
         05 sp-vendor-number pic x(5).
         05 sp-po-number pic x(9).
         05 sp-store-number pic xx.
         05 sp-sku-code pic x(15).
         05 sp-description pic x(20).
         05 sp-order-qty pic 9(7).
         05 sp-order-date pic 9(8).

       fd onhand-master-file
           data record is onhand-rec
           record contains 25 characters.

       01 onhand-rec.
         05 oh-store-number pic xx.
         05 oh-sku-code pic x(15).
         05 oh-quantity pic s9(7) sign leading separate.

       fd product-master-file
           data record is product-master-rec
           record contains 49 characters.

       01 product-master-rec.
         05 pm-sku-code pic x(15).
         05 pm-description pic x(20).
         05 pm-department pic xx.
         05 pm-unit-price pic x(7).
         05 pm-vendor-number pic x(5).

       fd movement-file
           data record is movement-rec
           record contains 32 characters.

       01 movement-rec.
         05 mv-store-number pic xx.
         05 mv-sku-code pic x(15).
         05 mv-quantity pic s9(5) sign leading separate.
         05 mv-date pic 9(8).
         05 mv-movement-code pic x.
           88 mv-receipt-88 value "R".
           88 mv-count-adjustment-88 value "A".
           88 mv-transfer-88 value "T".
           88 mv-write-off-88 value "W".

       fd saleslayaway-file
           data record is saleslayaway-rec
           record contains 50 characters.

       01 saleslayaway-rec.
         05 sl-transaction-code pic x.
         05 sl-transaction-amount pic 9(5)v99.
         05 sl-payment-type pic xx.
         05 sl-store-number pic xx.
         05 sl-invoice-number pic x(9).
         05 sl-sku-code pic x(15).
         05 sl-transaction-date pic 9(8).
         05 sl-reason-code pic xx.
         05 sl-cashier-id pic x(4).

       fd review-report-file
           data record is report-line
           record contains 100 characters.

       01 report-line pic x(100).

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
         05 ws-open-order-name pic x(48) value
             "../../../data/ONORDER.dat".
         05 ws-open-order-backup-name pic x(48) value
             "../../../data/ONORDER.bak".
         05 ws-suggested-po-name pic x(48) value
             "../../../data/SUGGPO.dat".
         05 ws-onhand-master-name pic x(48) value
             "../../../data/ONHAND.dat".
         05 ws-movement-name pic x(48) value
             "../../../data/INVMOVE.dat".
         05 ws-saleslayaway-name pic x(48) value
             "../../../data/saleslayaway-project8.dat".
         05 ws-review-report-name pic x(48) value
             "../../../data/Replenishment.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-reorder-status pic xx.
       01 ws-reorder-eof pic x value "n".
       01 ws-onorder-status pic xx.
       01 ws-onorder-eof pic x value "n".
       01 ws-onhand-status pic xx.
       01 ws-onhand-eof pic x value "n".
       01 ws-prodmast-status pic xx.
       01 ws-prodmast-eof pic x value "n".
       01 ws-movement-status pic xx.
       01 ws-movement-eof pic x value "n".
       01 ws-saleslayaway-status pic xx.
       01 ws-saleslayaway-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "REPLENISHMENT".
       01 ws-al-disposition pic x(20).
       01 ws-al-invoice pic x(9).
       01 ws-al-store pic xx.

      *Batch journal row handed to 095-write-batch-journal: A a
      *row added, C a row changed, X a row taken off the file
       01 ws-batchjrnl-status pic xx.
       01 ws-bj-file-id pic x(8).
       01 ws-bj-action pic x.
       01 ws-bj-before pic x(105).
       01 ws-bj-after pic x(105).

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report headings and every audit line
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
         05 filler pic x(45) value spaces.

      *The sales rate is taken over this many days of history
       77 ws-velocity-days pic 999 value 28.
       01 ws-batch-day-number pic 9(7) value 0.
       01 ws-sale-day-number pic 9(7) value 0.

      *Product master table, loaded from PRODMAST.dat at startup
      *and sorted so the vendor and description lookups can binary
      *search, the same way the other programs do
       77 ws-max-skus pic 9(5) value 50000.
       01 ws-product-table.
         05 ws-product-entry occurs 50000 times.
           10 ws-product-skus pic x(15).
           10 ws-product-desc pic x(20).
           10 ws-product-vendor pic x(5).
       01 ws-num-skus pic 9(5) value 0.
       01 ws-matched-desc pic x(20).
       01 ws-matched-vendor pic x(5).
       01 ws-sku-found-flag pic x value "N".
       01 ws-search-sku pic x(15).

      *Sort and binary-search work fields for the product table
       01 ws-sku-sort-work.
         05 ws-sort-gap pic 9(5).
         05 ws-sort-sub pic 9(5).
         05 ws-sort-swapped pic x.
         05 ws-sku-swap-entry pic x(40).
         05 ws-search-lo pic 9(5).
         05 ws-search-hi pic 9(5).
         05 ws-search-mid pic 9(5).

      *The on-hand master, loaded from ONHAND.dat and sorted by
      *store and SKU for the lookup
       01 ws-num-onhand pic 9(5) value 0.
       77 ws-max-onhand pic 9(5) value 50000.
       01 ws-onhand-table.
         05 ws-onhand-entry occurs 1 to 50000 times
                       depending on ws-num-onhand.
           10 ws-oh-key pic x(17).
           10 ws-oh-qty pic s9(7).
       01 ws-oh-found-sub pic 9(5) value 0.
       01 ws-oh-search-key pic x(17).
       01 ws-oh-sort-work.
         05 ws-oh-sort-gap pic 9(5).
         05 ws-oh-sort-sub pic 9(5).
         05 ws-oh-sort-swapped pic x.
         05 ws-oh-swap-entry pic x(24).
         05 ws-oh-lo pic 9(5).
         05 ws-oh-hi pic 9(5).
         05 ws-oh-mid pic 9(5).

      *The reorder points, sorted by store and SKU so the sales
      *history can be rolled into each row's unit count
       01 ws-num-points pic 9(5) value 0.
       77 ws-max-points pic 9(5) value 20000.
       01 ws-point-table.
         05 ws-point-entry occurs 1 to 20000 times
                       depending on ws-num-points.
           10 ws-rp-key.
             15 ws-rp-store pic xx.
             15 ws-rp-sku pic x(15).
           10 ws-rp-minimum pic 9(5).
           10 ws-rp-maximum pic 9(5).
           10 ws-rp-pack pic 9(5).
           10 ws-rp-sold pic 9(7).
       01 ws-rp-sub pic 9(5).
       01 ws-rp-found-sub pic 9(5) value 0.
       01 ws-rp-sort-work.
         05 ws-rp-sort-gap pic 9(5).
         05 ws-rp-sort-sub pic 9(5).
         05 ws-rp-sort-swapped pic x.
         05 ws-rp-swap-entry pic x(39).
         05 ws-rp-lo pic 9(5).
         05 ws-rp-hi pic 9(5).
         05 ws-rp-mid pic 9(5).

      *Open orders, loaded from ONORDER.dat and sorted by store,
      *SKU, and order date so a receipt works off the oldest first;
      *tonight's suggestions are added behind them. A file or a
      *night's suggestions too big for the table stops the run
      *rather than lose orders on the rewrite
       01 ws-num-orders pic 9(5) value 0.
       77 ws-max-orders pic 9(5) value 50000.
       01 ws-order-table.
         05 ws-order-entry occurs 1 to 50000 times
                       depending on ws-num-orders.
           10 ws-oo-key.
             15 ws-oo-store pic xx.
             15 ws-oo-sku pic x(15).
             15 ws-oo-date pic 9(8).
             15 ws-oo-po pic x(9).
           10 ws-oo-vendor pic x(5).
           10 ws-oo-ordered pic 9(7).
           10 ws-oo-received pic 9(7).
       01 ws-num-loaded-orders pic 9(5) value 0.
       01 ws-oo-sub pic 9(5).
       01 ws-oo-room pic 9(6).

      *The open orders as loaded, in the table's sorted order, so
      *the rewrite can journal each order the run added, worked
      *off, or dropped
       01 ws-oo-loaded-table.
         05 ws-oo-loaded-image pic x(53) occurs 50000 times.
       01 ws-oo-sort-work.
         05 ws-oo-sort-gap pic 9(5).
         05 ws-oo-sort-sub pic 9(5).
         05 ws-oo-sort-swapped pic x.
         05 ws-oo-swap-entry pic x(53).

      *Tonight's suggestions, sorted by vendor, store, and SKU so
      *each vendor's lines go out under one purchase order
       01 ws-num-suggestions pic 9(5) value 0.
       01 ws-suggestion-table.
         05 ws-suggestion-entry occurs 1 to 20000 times
                       depending on ws-num-suggestions.
           10 ws-sg-key.
             15 ws-sg-vendor pic x(5).
             15 ws-sg-store pic xx.
             15 ws-sg-sku pic x(15).
           10 ws-sg-desc pic x(20).
           10 ws-sg-onhand pic s9(7).
           10 ws-sg-onorder pic 9(7).
           10 ws-sg-minimum pic 9(5).
           10 ws-sg-maximum pic 9(5).
           10 ws-sg-pack pic 9(5).
           10 ws-sg-rate pic 9(5)v99.
           10 ws-sg-cover pic 9(5).
           10 ws-sg-cover-flag pic x.
           10 ws-sg-qty pic 9(7).
       01 ws-sg-sub pic 9(5).
       01 ws-sg-sort-work.
         05 ws-sg-sort-gap pic 9(5).
         05 ws-sg-sort-sub pic 9(5).
         05 ws-sg-sort-swapped pic x.
         05 ws-sg-swap-entry pic x(91).

      *Purchase order numbering and vendor breaks
       01 ws-po-sequence pic 9(4) value 0.
       01 ws-po-number.
         05 filler pic x value "P".
         05 ws-po-batch pic 9(4).
         05 ws-po-seq pic 9(4).
       01 ws-prev-vendor pic x(5) value spaces.
       01 ws-vendor-lines pic 9(5) value 0.
       01 ws-vendor-units pic 9(9) value 0.

      *Work fields
       01 ws-calcs.
         05 ws-position pic s9(9) value 0.
         05 ws-onorder-qty pic 9(9) value 0.
         05 ws-need-qty pic 9(9) value 0.
         05 ws-pack-size pic 9(5) value 0.
         05 ws-pack-count pic 9(7) value 0.
         05 ws-receipt-left pic 9(7) value 0.
         05 ws-open-qty pic 9(7) value 0.
         05 ws-apply-qty pic 9(7) value 0.
         05 ws-age-days pic 9(5) value 0.
         05 ws-points-counter pic 9(5) value 0.
         05 ws-covered-counter pic 9(5) value 0.
         05 ws-nomaster-counter pic 9(5) value 0.
         05 ws-receipt-counter pic 9(7) value 0.
         05 ws-closed-counter pic 9(5) value 0.
         05 ws-open-counter pic 9(5) value 0.
         05 ws-po-counter pic 9(5) value 0.
         05 ws-order-units pic 9(9) value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(25) value spaces.
         05 filler pic x(36) value
                   "SUGGESTED ORDERS FOR BUYER REVIEW -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(32) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(100) value all "-".

       01 ws-vendor-heading-line.
         05 filler pic x(7) value "VENDOR ".
         05 ws-vh-vendor pic x(5).
         05 filler pic x(14) value "   PO NUMBER  ".
         05 ws-vh-po pic x(9).
         05 filler pic x(65) value spaces.

       01 ws-suggestion-heading-line.
         05 filler pic x(50) value
           "St SKU             Description          On Hand On".
         05 filler pic x(50) value
           " Order   Min   Max  Pack  Rate/Day Cover   Order".

       01 ws-suggestion-detail-line.
         05 ws-sd-store pic xx.
         05 filler pic x value space.
         05 ws-sd-sku pic x(15).
         05 filler pic x value space.
         05 ws-sd-desc pic x(20).
         05 filler pic x value space.
         05 ws-sd-onhand pic z(6)9-.
         05 filler pic x value space.
         05 ws-sd-onorder pic z(6)9.
         05 filler pic x value space.
         05 ws-sd-minimum pic zzzz9.
         05 filler pic x value space.
         05 ws-sd-maximum pic zzzz9.
         05 filler pic x value space.
         05 ws-sd-pack pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sd-rate pic zzzz9.99.
         05 filler pic x value space.
         05 ws-sd-cover pic zzzz9.
         05 ws-sd-cover-flag pic x.
         05 ws-sd-qty pic z(6)9.
         05 filler pic x(3) value spaces.

       01 ws-vendor-total-line.
         05 filler pic x(10) value spaces.
         05 filler pic x(14) value "VENDOR TOTAL  ".
         05 ws-vt-lines pic zzzz9.
         05 filler pic x(8) value " lines, ".
         05 ws-vt-units pic z(8)9.
         05 filler pic x(6) value " units".
         05 filler pic x(48) value spaces.

       01 ws-no-suggestion-line.
         05 filler pic x(100) value
           "No store is at or below its reorder point tonight.".

       01 ws-cover-note-line.
         05 filler pic x(50) value
           "Cover is days of stock at the rate/day over the la".
         05 filler pic x(50) value
           "st 28 days; * = no sales in that period.".

      *Orders still waiting for their receipt
       01 ws-open-title-line.
         05 filler pic x(33) value spaces.
         05 filler pic x(34) value
                   "ORDERS OPEN AWAITING RECEIPT".
         05 filler pic x(33) value spaces.

       01 ws-open-heading-line.
         05 filler pic x(50) value
           "PO Number  Vend   St SKU             Date     Orde".
         05 filler pic x(50) value
           "red Received    Open   Age".

       01 ws-open-detail-line.
         05 ws-od-po pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-od-vendor pic x(5).
         05 filler pic x(2) value spaces.
         05 ws-od-store pic xx.
         05 filler pic x value space.
         05 ws-od-sku pic x(15).
         05 filler pic x value space.
         05 ws-od-date pic 9(8).
         05 filler pic x value space.
         05 ws-od-ordered pic z(6)9.
         05 filler pic x value space.
         05 ws-od-received pic z(6)9.
         05 filler pic x value space.
         05 ws-od-open pic z(6)9.
         05 filler pic x value space.
         05 ws-od-age pic zzz9.
         05 filler pic x(27) value spaces.

       01 ws-open-none-line.
         05 filler pic x(100) value "No orders are open.".

      *Reorder points whose SKU has left the product master
       01 ws-nomaster-title-line.
         05 filler pic x(100) value
           "REORDER POINTS NOT ORDERED:".

       01 ws-nomaster-line.
         05 filler pic x(3) value spaces.
         05 ws-nm-store pic xx.
         05 filler pic x value space.
         05 ws-nm-sku pic x(15).
         05 filler pic x(3) value spaces.
         05 filler pic x(76) value
           "NOT ON PRODUCT MASTER - NO VENDOR, NOT ORDERED".

      *Summary lines
       01 ws-summary-line1.
         05 filler pic x(36) value "Reorder points checked:".
         05 ws-sum-points pic z(4)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line2.
         05 filler pic x(36) value "Purchase orders suggested:".
         05 ws-sum-pos pic z(4)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line3.
         05 filler pic x(36) value "Order lines suggested:".
         05 ws-sum-lines pic z(4)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line4.
         05 filler pic x(36) value "Covered by open orders:".
         05 ws-sum-covered pic z(4)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line5.
         05 filler pic x(36) value "Not on product master:".
         05 ws-sum-nomaster pic z(4)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line6.
         05 filler pic x(34) value "Units received on open orders:".
         05 ws-sum-receipts pic z(6)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line7.
         05 filler pic x(36) value "Orders closed by receipt:".
         05 ws-sum-closed pic z(4)9.
         05 filler pic x(59) value spaces.

       01 ws-summary-line8.
         05 filler pic x(36) value "Orders still open:".
         05 ws-sum-open pic z(4)9.
         05 filler pic x(59) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Loads the product master, the on-hand master, the
      *    reorder points, and the orders already open
           perform 050-load-product-master.
           perform 055-load-onhand-master.
           perform 060-load-reorder-points.
           perform 063-load-open-orders.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output review-report-file.

           perform 100-print-headings.

      *    Works tonight's receipts off the open orders, then rolls
      *    the recent sales into each reorder point
           perform 200-apply-receipts.
           perform 250-load-sales-rate.

      *    Checks every reorder point and suggests an order for
      *    each one at or below its minimum
           perform 300-check-reorder-points.

      *    One purchase order per vendor on SUGGPO.dat and the
      *    review report
           perform 350-sort-suggestions.
           perform 400-write-suggested-orders.

           perform 500-print-open-orders.

      *    Keeps the orders still open, tonight's included
           perform 600-write-open-orders.

           perform 700-print-summary.

           close review-report-file.
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

           compute ws-batch-day-number =
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
           move "../../../dryrun/ONORDER.dat" to ws-open-order-name.
           move "../../../dryrun/ONORDER.bak"
             to ws-open-order-backup-name.
           move "../../../dryrun/SUGGPO.dat" to ws-suggested-po-name.
           move "../../../dryrun/ONHAND.dat" to ws-onhand-master-name.
           move "../../../dryrun/INVMOVE.dat" to ws-movement-name.
           move "../../../dryrun/saleslayaway-project8.dat"
             to ws-saleslayaway-name.
           move "../../../dryrun/Replenishment.out"
             to ws-review-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

       050-load-product-master.

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
                               move pm-description
                                 to ws-product-desc(ws-num-skus)
                               move pm-vendor-number
                                 to ws-product-vendor(ws-num-skus)
                           end-if
                   end-read

               end-perform

               close product-master-file

           end-if.

           perform 052-sort-product-table.

      *    Orders the product table ascending with the same
      *    shrinking-gap exchange sort the other programs use
       052-sort-product-table.

           move ws-num-skus to ws-sort-gap.
           move "Y" to ws-sort-swapped.

           perform until ws-sort-gap = 1 and ws-sort-swapped = "N"

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

      *    Looks ws-search-sku up on the product table
       053-find-product.

           move spaces to ws-matched-desc.
           move spaces to ws-matched-vendor.
           move "N" to ws-sku-found-flag.

           move 1 to ws-search-lo.
           move ws-num-skus to ws-search-hi.

           perform until ws-search-lo > ws-search-hi
             or ws-sku-found-flag = "Y"

               compute ws-search-mid =
                 (ws-search-lo + ws-search-hi) / 2

               if ws-search-sku = ws-product-skus(ws-search-mid) then
                   move "Y" to ws-sku-found-flag
                   move ws-product-desc(ws-search-mid)
                     to ws-matched-desc
                   move ws-product-vendor(ws-search-mid)
                     to ws-matched-vendor
               else
                   if ws-search-sku >
                     ws-product-skus(ws-search-mid) then
                       compute ws-search-lo = ws-search-mid + 1
                   else
                       compute ws-search-hi = ws-search-mid - 1
                   end-if
               end-if

           end-perform.

       055-load-onhand-master.

           open input onhand-master-file.

           if ws-onhand-status = "00" then

               perform until ws-onhand-eof = "y"

                   read onhand-master-file
                       at end
                           move "y" to ws-onhand-eof
                       not at end
                           if ws-num-onhand < ws-max-onhand then
                               add 1 to ws-num-onhand
                               move onhand-rec(1:17)
                                 to ws-oh-key(ws-num-onhand)
                               move oh-quantity
                                 to ws-oh-qty(ws-num-onhand)
                           end-if
                   end-read

               end-perform

               close onhand-master-file

           end-if.

           perform 057-sort-onhand-master.

       057-sort-onhand-master.

           move ws-num-onhand to ws-oh-sort-gap.
           move "Y" to ws-oh-sort-swapped.

           perform until ws-oh-sort-gap = 1
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

                   if ws-oh-key(ws-oh-sort-sub) >
                     ws-oh-key(ws-oh-sort-sub + ws-oh-sort-gap) then
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

      *    Binary search of the on-hand master for
      *    ws-oh-search-key (store and SKU)
       058-find-onhand-entry.

           move 0 to ws-oh-found-sub.

           move 1 to ws-oh-lo.
           move ws-num-onhand to ws-oh-hi.

           perform until ws-oh-lo > ws-oh-hi
             or ws-oh-found-sub > 0

               compute ws-oh-mid = (ws-oh-lo + ws-oh-hi) / 2

               if ws-oh-key(ws-oh-mid) = ws-oh-search-key then
                   move ws-oh-mid to ws-oh-found-sub
               else
                   if ws-oh-search-key > ws-oh-key(ws-oh-mid) then
                       compute ws-oh-lo = ws-oh-mid + 1
                   else
                       compute ws-oh-hi = ws-oh-mid - 1
                   end-if
               end-if

           end-perform.

      *    A row with a non-numeric figure is passed over, the way
      *    the other control files are read
       060-load-reorder-points.

           open input reorder-point-file.

           if ws-reorder-status = "00" then

               perform until ws-reorder-eof = "y"

                   read reorder-point-file
                       at end
                           move "y" to ws-reorder-eof
                       not at end
                           if ws-num-points < ws-max-points and
                             ro-minimum numeric and
                             ro-maximum numeric and
                             ro-pack-size numeric then
                               add 1 to ws-num-points
                               move ro-store-number
                                 to ws-rp-store(ws-num-points)
                               move ro-sku-code
                                 to ws-rp-sku(ws-num-points)
                               move ro-minimum
                                 to ws-rp-minimum(ws-num-points)
                               move ro-maximum
                                 to ws-rp-maximum(ws-num-points)
                               move ro-pack-size
                                 to ws-rp-pack(ws-num-points)
                               move 0 to ws-rp-sold(ws-num-points)
                           end-if
                   end-read

               end-perform

               close reorder-point-file

           end-if.

           perform 061-sort-reorder-points.

       061-sort-reorder-points.

           move ws-num-points to ws-rp-sort-gap.
           move "Y" to ws-rp-sort-swapped.

           perform until ws-rp-sort-gap = 1
             and ws-rp-sort-swapped = "N"

               compute ws-rp-sort-gap = (ws-rp-sort-gap * 10) / 13
               if ws-rp-sort-gap < 1 then
                   move 1 to ws-rp-sort-gap
               end-if

               move "N" to ws-rp-sort-swapped

               perform
                 varying ws-rp-sort-sub from 1 by 1
                 until ws-rp-sort-sub + ws-rp-sort-gap > ws-num-points

                   if ws-rp-key(ws-rp-sort-sub) >
                     ws-rp-key(ws-rp-sort-sub + ws-rp-sort-gap) then
                       move ws-point-entry(ws-rp-sort-sub)
                         to ws-rp-swap-entry
                       move ws-point-entry
                           (ws-rp-sort-sub + ws-rp-sort-gap)
                         to ws-point-entry(ws-rp-sort-sub)
                       move ws-rp-swap-entry
                         to ws-point-entry
                           (ws-rp-sort-sub + ws-rp-sort-gap)
                       move "Y" to ws-rp-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Binary search of the reorder points for
      *    ws-oh-search-key (store and SKU)
       062-find-reorder-point.

           move 0 to ws-rp-found-sub.

           move 1 to ws-rp-lo.
           move ws-num-points to ws-rp-hi.

           perform until ws-rp-lo > ws-rp-hi
             or ws-rp-found-sub > 0

               compute ws-rp-mid = (ws-rp-lo + ws-rp-hi) / 2

               if ws-rp-key(ws-rp-mid) = ws-oh-search-key then
                   move ws-rp-mid to ws-rp-found-sub
               else
                   if ws-oh-search-key > ws-rp-key(ws-rp-mid) then
                       compute ws-rp-lo = ws-rp-mid + 1
                   else
                       compute ws-rp-hi = ws-rp-mid - 1
                   end-if
               end-if

           end-perform.

       063-load-open-orders.

           open input open-order-file.

           if ws-onorder-status = "00" then

               perform until ws-onorder-eof = "y"

                   read open-order-file
                       at end
                           move "y" to ws-onorder-eof
                       not at end
                           if ws-num-orders < ws-max-orders then
                               add 1 to ws-num-orders
                               move open-order-rec
                                 to ws-order-entry(ws-num-orders)
                           else
                               perform 068-stop-order-table-full
                           end-if
                   end-read

               end-perform

               close open-order-file

           end-if.

           move ws-num-orders to ws-num-loaded-orders.

           perform 064-sort-open-orders.

           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-loaded-orders
               move ws-order-entry(ws-oo-sub)
                 to ws-oo-loaded-image(ws-oo-sub)
           end-perform.

      *    Store, SKU, order date, and PO number, so the oldest
      *    order for a SKU is met first
       064-sort-open-orders.

           move ws-num-orders to ws-oo-sort-gap.
           move "Y" to ws-oo-sort-swapped.

           perform until ws-oo-sort-gap = 1
             and ws-oo-sort-swapped = "N"

               compute ws-oo-sort-gap = (ws-oo-sort-gap * 10) / 13
               if ws-oo-sort-gap < 1 then
                   move 1 to ws-oo-sort-gap
               end-if

               move "N" to ws-oo-sort-swapped

               perform
                 varying ws-oo-sort-sub from 1 by 1
                 until ws-oo-sort-sub + ws-oo-sort-gap > ws-num-orders

                   if ws-oo-key(ws-oo-sort-sub) >
                     ws-oo-key(ws-oo-sort-sub + ws-oo-sort-gap) then
                       move ws-order-entry(ws-oo-sort-sub)
                         to ws-oo-swap-entry
                       move ws-order-entry
                           (ws-oo-sort-sub + ws-oo-sort-gap)
                         to ws-order-entry(ws-oo-sort-sub)
                       move ws-oo-swap-entry
                         to ws-order-entry
                           (ws-oo-sort-sub + ws-oo-sort-gap)
                       move "Y" to ws-oo-sort-swapped
                   end-if

               end-perform

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

      *    An order dropped for want of room would be lost from
      *    ONORDER.dat and suggested again the next night, so the
      *    run stops before any order is written; the step is run
      *    again once the table has been enlarged
       068-stop-order-table-full.

           display "REPLENISHMENT: OPEN ORDER TABLE FULL AT "
             ws-max-orders " ORDERS".
           display "REPLENISHMENT: RUN STOPPED - ONORDER.dat AND "
             "SUGGPO.dat NOT WRITTEN".
           move 16 to return-code.
           stop run.

      *    The record is cleared to spaces first - the filler bytes
      *    between the fields are not initialized by the open, and a
      *    line sequential write rejects them otherwise
       090-write-audit-log.

           move spaces to audit-log-rec
           move ws-al-invoice to al-invoice-number
           move "M" to al-transaction-code
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

       100-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

      *    Each receiving movement on tonight's INVMOVE.dat is
      *    applied to the open orders for its store and SKU, oldest
      *    first; an order placed after the movement's date is not
      *    the one it answers. Only movement code R is a vendor
      *    receipt - a count gain or a transfer in is not a
      *    delivery, and neither is a negative movement
       200-apply-receipts.

           open input movement-file.

           if ws-movement-status = "00" then

               perform until ws-movement-eof = "y"

                   read movement-file
                       at end
                           move "y" to ws-movement-eof
                       not at end
                           if mv-quantity > 0 and
                             mv-receipt-88 then
                               perform 210-apply-one-receipt
                           end-if
                   end-read

               end-perform

               close movement-file

           end-if.

       210-apply-one-receipt.

           move mv-quantity to ws-receipt-left.

           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-orders
               or ws-receipt-left = 0

               if ws-oo-store(ws-oo-sub) = mv-store-number and
                 ws-oo-sku(ws-oo-sub) = mv-sku-code and
                 ws-oo-date(ws-oo-sub) not > mv-date and
                 ws-oo-received(ws-oo-sub) < ws-oo-ordered(ws-oo-sub)
                 then
                   perform 220-receive-against-order
               end-if

           end-perform.

       220-receive-against-order.

           compute ws-open-qty =
             ws-oo-ordered(ws-oo-sub) - ws-oo-received(ws-oo-sub).

           if ws-receipt-left < ws-open-qty then
               move ws-receipt-left to ws-apply-qty
           else
               move ws-open-qty to ws-apply-qty
           end-if.

           add ws-apply-qty to ws-oo-received(ws-oo-sub).
           subtract ws-apply-qty from ws-receipt-left.
           add ws-apply-qty to ws-receipt-counter.

           if ws-oo-received(ws-oo-sub) = ws-oo-ordered(ws-oo-sub)
             then
               add 1 to ws-closed-counter
               move ws-oo-po(ws-oo-sub) to ws-al-invoice
               move ws-oo-store(ws-oo-sub) to ws-al-store
               move "ORDER RECEIVED" to ws-al-disposition
               perform 090-write-audit-log
           end-if.

      *    Counts the units each reorder point's store sold of its
      *    SKU over the rate period from the sales and layaway
      *    history
       250-load-sales-rate.

           open input saleslayaway-file.

           if ws-saleslayaway-status = "00" then

               perform until ws-saleslayaway-eof = "y"

                   read saleslayaway-file
                       at end
                           move "y" to ws-saleslayaway-eof
                       not at end
                           perform 260-count-one-sale
                   end-read

               end-perform

               close saleslayaway-file

           end-if.

       260-count-one-sale.

           if sl-transaction-date numeric and
             sl-transaction-date not > ws-batch-date and
             sl-transaction-date > 16010101 then

               compute ws-sale-day-number =
                 function integer-of-date(sl-transaction-date)

               if ws-batch-day-number - ws-sale-day-number
                 < ws-velocity-days then
                   move sl-store-number to ws-oh-search-key(1:2)
                   move sl-sku-code to ws-oh-search-key(3:15)
                   perform 062-find-reorder-point
                   if ws-rp-found-sub > 0 then
                       add 1 to ws-rp-sold(ws-rp-found-sub)
                   end-if
               end-if

           end-if.

      *    Position is on hand plus still open on order; at or
      *    below the minimum it is brought back up to the maximum
      *    in whole packs. A SKU whose on hand alone is low but
      *    whose open orders lift it clear is counted as covered
       300-check-reorder-points.

           perform varying ws-rp-sub from 1 by 1
             until ws-rp-sub > ws-num-points

               add 1 to ws-points-counter

               move ws-rp-key(ws-rp-sub) to ws-oh-search-key
               perform 058-find-onhand-entry

               move 0 to ws-onorder-qty
               perform varying ws-oo-sub from 1 by 1
                 until ws-oo-sub > ws-num-orders
                   if ws-oo-store(ws-oo-sub) = ws-rp-store(ws-rp-sub)
                     and ws-oo-sku(ws-oo-sub) = ws-rp-sku(ws-rp-sub)
                       compute ws-onorder-qty = ws-onorder-qty
                         + ws-oo-ordered(ws-oo-sub)
                         - ws-oo-received(ws-oo-sub)
                   end-if
               end-perform

               if ws-oh-found-sub > 0 then
                   compute ws-position =
                     ws-oh-qty(ws-oh-found-sub) + ws-onorder-qty
               else
                   move ws-onorder-qty to ws-position
               end-if

               if ws-position not > ws-rp-minimum(ws-rp-sub) then
                   perform 310-suggest-one-order
               else
                   if ws-position - ws-onorder-qty
                     not > ws-rp-minimum(ws-rp-sub) then
                       add 1 to ws-covered-counter
                   end-if
               end-if

           end-perform.

      *    A SKU no longer on the product master has no vendor to
      *    order from and is listed instead
       310-suggest-one-order.

           move ws-rp-sku(ws-rp-sub) to ws-search-sku.
           perform 053-find-product.

           if ws-sku-found-flag = "N" then
               perform 320-report-no-master
           else
               if ws-rp-maximum(ws-rp-sub) > ws-position then
                   compute ws-need-qty =
                     ws-rp-maximum(ws-rp-sub) - ws-position
                   perform 330-add-suggestion
               end-if
           end-if.

       320-report-no-master.

           add 1 to ws-nomaster-counter.

           if ws-nomaster-counter = 1 then
               write report-line from ws-nomaster-title-line
                 after advancing 2 lines
           end-if.

           move ws-rp-store(ws-rp-sub) to ws-nm-store.
           move ws-rp-sku(ws-rp-sub) to ws-nm-sku.

           write report-line from ws-nomaster-line
             after advancing 1 line.

      *    Rounds the shortfall up to whole packs and works out the
      *    cover: days of stock on hand at the recent sales rate
       330-add-suggestion.

           move ws-rp-pack(ws-rp-sub) to ws-pack-size.
           if ws-pack-size = 0 then
               move 1 to ws-pack-size
           end-if.

           compute ws-pack-count =
             (ws-need-qty + ws-pack-size - 1) / ws-pack-size.

           add 1 to ws-num-suggestions.
           move ws-num-suggestions to ws-sg-sub.

           move ws-matched-vendor to ws-sg-vendor(ws-sg-sub).
           move ws-rp-store(ws-rp-sub) to ws-sg-store(ws-sg-sub).
           move ws-rp-sku(ws-rp-sub) to ws-sg-sku(ws-sg-sub).
           move ws-matched-desc to ws-sg-desc(ws-sg-sub).
           move ws-onorder-qty to ws-sg-onorder(ws-sg-sub).
           move ws-rp-minimum(ws-rp-sub) to ws-sg-minimum(ws-sg-sub).
           move ws-rp-maximum(ws-rp-sub) to ws-sg-maximum(ws-sg-sub).
           move ws-pack-size to ws-sg-pack(ws-sg-sub).
           compute ws-sg-qty(ws-sg-sub) = ws-pack-count * ws-pack-size.

           if ws-oh-found-sub > 0 then
               move ws-oh-qty(ws-oh-found-sub)
                 to ws-sg-onhand(ws-sg-sub)
           else
               move 0 to ws-sg-onhand(ws-sg-sub)
           end-if.

           compute ws-sg-rate(ws-sg-sub) rounded =
             ws-rp-sold(ws-rp-sub) / ws-velocity-days.

           move space to ws-sg-cover-flag(ws-sg-sub).

           if ws-rp-sold(ws-rp-sub) = 0 then
               move 0 to ws-sg-cover(ws-sg-sub)
               move "*" to ws-sg-cover-flag(ws-sg-sub)
           else
               if ws-sg-onhand(ws-sg-sub) < 0 then
                   move 0 to ws-sg-cover(ws-sg-sub)
               else
                   compute ws-sg-cover(ws-sg-sub) =
                     (ws-sg-onhand(ws-sg-sub) * ws-velocity-days)
                       / ws-rp-sold(ws-rp-sub)
               end-if
           end-if.

       350-sort-suggestions.

           move ws-num-suggestions to ws-sg-sort-gap.
           move "Y" to ws-sg-sort-swapped.

           perform until ws-sg-sort-gap = 1
             and ws-sg-sort-swapped = "N"

               compute ws-sg-sort-gap = (ws-sg-sort-gap * 10) / 13
               if ws-sg-sort-gap < 1 then
                   move 1 to ws-sg-sort-gap
               end-if

               move "N" to ws-sg-sort-swapped

               perform
                 varying ws-sg-sort-sub from 1 by 1
                 until ws-sg-sort-sub + ws-sg-sort-gap
                   > ws-num-suggestions

                   if ws-sg-key(ws-sg-sort-sub) >
                     ws-sg-key(ws-sg-sort-sub + ws-sg-sort-gap) then
                       move ws-suggestion-entry(ws-sg-sort-sub)
                         to ws-sg-swap-entry
                       move ws-suggestion-entry
                           (ws-sg-sort-sub + ws-sg-sort-gap)
                         to ws-suggestion-entry(ws-sg-sort-sub)
                       move ws-sg-swap-entry
                         to ws-suggestion-entry
                           (ws-sg-sort-sub + ws-sg-sort-gap)
                       move "Y" to ws-sg-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    A new purchase order number starts at each vendor; every
      *    line goes to SUGGPO.dat, onto the review report, and onto
      *    the open orders
       400-write-suggested-orders.

      *    Every suggestion goes onto the open orders, so the room
      *    for them is made sure of before the first one goes out
           compute ws-oo-room = ws-max-orders - ws-num-orders.
           if ws-num-suggestions > ws-oo-room then
               perform 068-stop-order-table-full
           end-if.

           open output suggested-po-file.

           if ws-num-suggestions = 0 then
               write report-line from ws-no-suggestion-line
                 after advancing 2 lines
           else
               write report-line from ws-cover-note-line
                 after advancing 2 lines
           end-if.

           move spaces to ws-prev-vendor.

           perform varying ws-sg-sub from 1 by 1
             until ws-sg-sub > ws-num-suggestions

               if ws-sg-sub = 1 or
                 ws-sg-vendor(ws-sg-sub) not = ws-prev-vendor then
                   if ws-sg-sub > 1 then
                       perform 420-print-vendor-total
                   end-if
                   perform 410-start-purchase-order
               end-if

               perform 430-write-one-suggestion

           end-perform.

           if ws-num-suggestions > 0 then
               perform 420-print-vendor-total
           end-if.

           close suggested-po-file.

       410-start-purchase-order.

           move ws-sg-vendor(ws-sg-sub) to ws-prev-vendor.
           move 0 to ws-vendor-lines.
           move 0 to ws-vendor-units.

           add 1 to ws-po-sequence.
           add 1 to ws-po-counter.
           move ws-batch-number to ws-po-batch.
           move ws-po-sequence to ws-po-seq.

           move ws-prev-vendor to ws-vh-vendor.
           move ws-po-number to ws-vh-po.

           write report-line from ws-vendor-heading-line
             after advancing 3 lines.
           write report-line from ws-suggestion-heading-line
             after advancing 2 lines.

       420-print-vendor-total.

           move ws-vendor-lines to ws-vt-lines.
           move ws-vendor-units to ws-vt-units.

           write report-line from ws-vendor-total-line
             after advancing 2 lines.

       430-write-one-suggestion.

           move ws-sg-store(ws-sg-sub) to ws-sd-store.
           move ws-sg-sku(ws-sg-sub) to ws-sd-sku.
           move ws-sg-desc(ws-sg-sub) to ws-sd-desc.
           move ws-sg-onhand(ws-sg-sub) to ws-sd-onhand.
           move ws-sg-onorder(ws-sg-sub) to ws-sd-onorder.
           move ws-sg-minimum(ws-sg-sub) to ws-sd-minimum.
           move ws-sg-maximum(ws-sg-sub) to ws-sd-maximum.
           move ws-sg-pack(ws-sg-sub) to ws-sd-pack.
           move ws-sg-rate(ws-sg-sub) to ws-sd-rate.
           move ws-sg-cover(ws-sg-sub) to ws-sd-cover.
           move ws-sg-cover-flag(ws-sg-sub) to ws-sd-cover-flag.
           move ws-sg-qty(ws-sg-sub) to ws-sd-qty.

           write report-line from ws-suggestion-detail-line
             after advancing 1 line.

           add 1 to ws-vendor-lines.
           add ws-sg-qty(ws-sg-sub) to ws-vendor-units.
           add ws-sg-qty(ws-sg-sub) to ws-order-units.

           move ws-sg-vendor(ws-sg-sub) to sp-vendor-number.
           move ws-po-number to sp-po-number.
           move ws-sg-store(ws-sg-sub) to sp-store-number.
           move ws-sg-sku(ws-sg-sub) to sp-sku-code.
           move ws-sg-desc(ws-sg-sub) to sp-description.
           move ws-sg-qty(ws-sg-sub) to sp-order-qty.
           move ws-batch-date to sp-order-date.
           write suggested-po-rec.

      *    400-write-suggested-orders has made sure of the room
           add 1 to ws-num-orders.
           move ws-sg-store(ws-sg-sub) to ws-oo-store(ws-num-orders).
           move ws-sg-sku(ws-sg-sub) to ws-oo-sku(ws-num-orders).
           move ws-batch-date to ws-oo-date(ws-num-orders).
           move ws-po-number to ws-oo-po(ws-num-orders).
           move ws-sg-vendor(ws-sg-sub) to ws-oo-vendor(ws-num-orders).
           move ws-sg-qty(ws-sg-sub) to ws-oo-ordered(ws-num-orders).
           move 0 to ws-oo-received(ws-num-orders).

           move ws-po-number to ws-al-invoice.
           move ws-sg-store(ws-sg-sub) to ws-al-store.
           move "ORDER SUGGESTED" to ws-al-disposition.
           perform 090-write-audit-log.

      *    Lists every order not yet fully received, with its age
      *    in days since it was suggested
       500-print-open-orders.

           write report-line from ws-report-title-line2
             after advancing 3 lines.
           write report-line from ws-open-title-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.
           write report-line from ws-open-heading-line
             after advancing 1 line.

           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-orders

               if ws-oo-received(ws-oo-sub) < ws-oo-ordered(ws-oo-sub)
                 then
                   perform 510-print-one-open-order
               end-if

           end-perform.

           if ws-open-counter = 0 then
               write report-line from ws-open-none-line
                 after advancing 1 line
           end-if.

       510-print-one-open-order.

           add 1 to ws-open-counter.

           move ws-oo-po(ws-oo-sub) to ws-od-po.
           move ws-oo-vendor(ws-oo-sub) to ws-od-vendor.
           move ws-oo-store(ws-oo-sub) to ws-od-store.
           move ws-oo-sku(ws-oo-sub) to ws-od-sku.
           move ws-oo-date(ws-oo-sub) to ws-od-date.
           move ws-oo-ordered(ws-oo-sub) to ws-od-ordered.
           move ws-oo-received(ws-oo-sub) to ws-od-received.
           compute ws-open-qty =
             ws-oo-ordered(ws-oo-sub) - ws-oo-received(ws-oo-sub).
           move ws-open-qty to ws-od-open.

           move 0 to ws-age-days.
           if ws-oo-date(ws-oo-sub) numeric and
             ws-oo-date(ws-oo-sub) > 16010101 and
             ws-oo-date(ws-oo-sub) not > ws-batch-date then
               compute ws-age-days = ws-batch-day-number -
                 function integer-of-date(ws-oo-date(ws-oo-sub))
           end-if.
           move ws-age-days to ws-od-age.

           write report-line from ws-open-detail-line
             after advancing 1 line.

      *    Backs ONORDER.dat up before it is rewritten with the
      *    orders still open; fully received orders drop off
       600-write-open-orders.

           if ws-num-loaded-orders > 0 then

               open input open-order-file
               open output open-order-backup-file
               move "n" to ws-onorder-eof

               perform until ws-onorder-eof = "y"
                   read open-order-file
                       at end
                           move "y" to ws-onorder-eof
                       not at end
                           write open-order-backup-rec
                             from open-order-rec
                   end-read
               end-perform

               close open-order-file
               close open-order-backup-file

           end-if.

           open output open-order-file.

           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-orders
               if ws-oo-received(ws-oo-sub) < ws-oo-ordered(ws-oo-sub)
                 then
                   write open-order-rec from ws-order-entry(ws-oo-sub)
               end-if
               perform 610-journal-open-order
           end-perform.

           close open-order-file.

      *    An order loaded tonight is journaled changed if a receipt
      *    worked on it and taken off if it has dropped; an order
      *    suggested tonight is journaled added
       610-journal-open-order.

           move "ONORDER" to ws-bj-file-id.

           if ws-oo-sub > ws-num-loaded-orders then
               if ws-oo-received(ws-oo-sub) < ws-oo-ordered(ws-oo-sub)
                 then
                   move "A" to ws-bj-action
                   move spaces to ws-bj-before
                   move ws-order-entry(ws-oo-sub) to ws-bj-after
                   perform 095-write-batch-journal
               end-if
           else
           if ws-oo-received(ws-oo-sub) not < ws-oo-ordered(ws-oo-sub)
             then
               move "X" to ws-bj-action
               move ws-oo-loaded-image(ws-oo-sub) to ws-bj-before
               move spaces to ws-bj-after
               perform 095-write-batch-journal
           else
           if ws-order-entry(ws-oo-sub) not =
             ws-oo-loaded-image(ws-oo-sub) then
               move "C" to ws-bj-action
               move ws-oo-loaded-image(ws-oo-sub) to ws-bj-before
               move ws-order-entry(ws-oo-sub) to ws-bj-after
               perform 095-write-batch-journal
           end-if
           end-if
           end-if.

       700-print-summary.

           move ws-points-counter to ws-sum-points.
           move ws-po-counter to ws-sum-pos.
           move ws-num-suggestions to ws-sum-lines.
           move ws-covered-counter to ws-sum-covered.
           move ws-nomaster-counter to ws-sum-nomaster.
           move ws-receipt-counter to ws-sum-receipts.
           move ws-closed-counter to ws-sum-closed.
           move ws-open-counter to ws-sum-open.

           write report-line from ws-summary-line1
             after advancing 3 lines.
           write report-line from ws-summary-line2
             after advancing 1 line.
           write report-line from ws-summary-line3
             after advancing 1 line.
           write report-line from ws-summary-line4
             after advancing 1 line.
           write report-line from ws-summary-line5
             after advancing 1 line.
           write report-line from ws-summary-line6
             after advancing 1 line.
           write report-line from ws-summary-line7
             after advancing 1 line.
           write report-line from ws-summary-line8
             after advancing 1 line.

       end program Replenishment.
