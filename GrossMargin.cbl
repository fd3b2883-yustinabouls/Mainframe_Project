       identification division.
       program-id. GrossMargin.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The GROSS MARGIN program gives
      * merchandising the nightly margin view the sales-dollar
      * reports cannot. Every S, L, R, and X record on the night's
      * validated file is costed at the unit cost on VENDCOST.dat in
      * effect on its transaction date for the SKU and the vendor
      * PRODMAST.dat names for it, the same effective-date rule
      * PRICEHIST.dat follows. Sales and layaways add to sales and
      * cost, returns take both back out, and an exchange adds its
      * price difference against the original sale on the keyed
      * sales index. Margin dollars and percent print by store and
      * department, SKUs with no cost on file and records sold
      * below cost are listed, and the night's figures are appended
      * to MARGHIST.dat so they can be trended the way STOREHIST.dat
      * is.

       environment division.
       input-output section.
       file-control.

           select transaction-file
               assign to ws-transaction-name
               organization is line sequential
               file status is ws-transaction-status.

           select product-master-file
               assign to "../../../data/PRODMAST.dat"
               organization is line sequential
               file status is ws-prodmast-status.

      *Unit cost by SKU, vendor, and effective date, maintained
      *through MasterMaint
           select vendor-cost-file
               assign to "../../../data/VENDCOST.dat"
               organization is line sequential
               file status is ws-vendcost-status.

      *Keyed sales index DataSplitandCount maintains alongside the
      *history file - one read per exchange
           select sales-history-idx
               assign to ws-sales-history-idx-name
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-salesidx-status.

      *One row per store and department per batch date, appended
      *night after night like STOREHIST.dat
           select margin-history-file
               assign to ws-margin-history-name
               organization is line sequential
               file status is ws-marghist-status.

           select margin-report-file
               assign to ws-margin-report-name
               organization is line sequential.

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
       fd transaction-file
           data record is transaction-rec
           record contains 50 characters.

       01 transaction-rec.
         05 tr-transaction-code pic x.
         05 tr-transaction-amount pic 9(5)v99.
         05 tr-payment-type pic xx.
         05 tr-store-number pic xx.
         05 tr-invoice-number pic x(9).
         05 tr-sku-code pic x(15).
         05 tr-transaction-date pic 9(8).
         05 tr-reason-code pic xx.
         05 tr-cashier-id pic x(4).

       fd product-master-file
           data record is product-master-rec
           record contains 49 characters.

       01 product-master-rec.
         05 pm-sku-code pic x(15).
         05 pm-description pic x(20).
         05 pm-department pic xx.
         05 pm-unit-price pic x(7).
         05 pm-vendor-number pic x(5).

       fd vendor-cost-file
           data record is vendor-cost-rec
           record contains 35 characters.

       01 vendor-cost-rec.
         05 vc-sku-code pic x(15).
         05 vc-vendor-number pic x(5).
         05 vc-effective-date pic 9(8).
         05 vc-unit-cost pic 9(5)v99.

       fd sales-history-idx
           data record is sales-index-rec
           record contains 33 characters.

       01 sales-index-rec.
         05 sx-key.
           10 sx-invoice-number pic x(9).
           10 sx-store-number pic xx.
         05 sx-transaction-code pic x.
         05 sx-transaction-amount pic 9(5)v99.
         05 sx-transaction-date pic 9(8).
         05 sx-payment-type pic xx.
         05 sx-cashier-id pic x(4).

       fd margin-history-file
           data record is margin-history-rec
           record contains 58 characters.

       01 margin-history-rec.
         05 mh-batch-date pic 9(8).
         05 mh-store-number pic xx.
         05 mh-department pic xx.
         05 mh-record-count pic 9(7).
         05 mh-net-sales pic s9(10)v99 sign leading separate.
         05 mh-net-cost pic s9(10)v99 sign leading separate.
         05 mh-margin pic s9(10)v99 sign leading separate.

       fd margin-report-file
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
         05 ws-transaction-name pic x(48) value
             "../../../data/valid-project8.dat".
         05 ws-sales-history-idx-name pic x(48) value
             "../../../data/SALEIDX.dat".
         05 ws-margin-history-name pic x(48) value
             "../../../data/MARGHIST.dat".
         05 ws-margin-report-name pic x(48) value
             "../../../data/GrossMargin.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-transaction-status pic xx.
       01 ws-transaction-eof pic x value "n".
       01 ws-prodmast-status pic xx.
       01 ws-prodmast-eof pic x value "n".
       01 ws-vendcost-status pic xx.
       01 ws-vendcost-eof pic x value "n".
       01 ws-salesidx-status pic xx.
       01 ws-salesidx-open-flag pic x value "N".
       01 ws-sale-found-flag pic x value "N".
       01 ws-marghist-status pic xx.

      *Batch journal row handed to 095-write-batch-journal: A a
      *row added
       01 ws-batchjrnl-status pic xx.
       01 ws-bj-file-id pic x(8).
       01 ws-bj-action pic x.
       01 ws-bj-before pic x(105).
       01 ws-bj-after pic x(105).

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report heading and the history rows
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

      *Product master table, loaded from PRODMAST.dat at startup
      *and sorted so each record's lookup can binary search
       77 ws-max-skus pic 9(5) value 50000.
       01 ws-product-table.
         05 ws-product-entry occurs 50000 times.
           10 ws-product-skus pic x(15).
           10 ws-product-dept pic xx.
           10 ws-product-vendor pic x(5).
       01 ws-num-skus pic 9(5) value 0.
       01 ws-matched-dept pic xx.
       01 ws-matched-vendor pic x(5).
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

      *Vendor cost table, loaded from VENDCOST.dat and sorted by
      *SKU, vendor, and effective date, so the row in effect on a
      *date is the last one at or below the SKU, vendor, and date
       77 ws-max-costs pic 9(5) value 5000.
       01 ws-num-costs pic 9(5) value 0.
       01 ws-cost-table.
         05 ws-cost-entry occurs 1 to 5000 times
                       depending on ws-num-costs.
           10 ws-vc-key pic x(28).
           10 ws-vc-unit-cost pic 9(5)v99.
       01 ws-cost-search-key.
         05 ws-cs-sku pic x(15).
         05 ws-cs-vendor pic x(5).
         05 ws-cs-date pic 9(8).
       01 ws-cost-found-flag pic x value "N".
       01 ws-cost-found-sub pic 9(5).
       01 ws-unit-cost pic 9(5)v99 value 0.
       01 ws-cost-sort-work.
         05 ws-cost-swap-entry pic x(35).

      *Margin by store and department, printed in store and
      *department order
       77 ws-max-buckets pic 9(4) value 5000.
       01 ws-num-buckets pic 9(4) value 0.
       01 ws-bucket-table.
         05 ws-bucket-entry occurs 1 to 5000 times
                       depending on ws-num-buckets.
           10 ws-bk-store pic xx.
           10 ws-bk-dept pic xx.
           10 ws-bk-count pic 9(7).
           10 ws-bk-sales pic s9(10)v99.
           10 ws-bk-cost pic s9(10)v99.
       01 ws-bk-sub pic 9(4).
       01 ws-bk-found-sub pic 9(4).
       01 ws-bk-sort-work.
         05 ws-bk-sort-gap pic 9(4).
         05 ws-bk-sort-sub pic 9(4).
         05 ws-bk-sort-swapped pic x.
         05 ws-bk-swap-entry pic x(35).

      *SKUs that could not be costed, one entry per SKU and reason
       77 ws-max-uncosted pic 9(4) value 1000.
       01 ws-num-uncosted pic 9(4) value 0.
       01 ws-uncosted-table.
         05 ws-uncosted-entry occurs 1 to 1000 times
                       depending on ws-num-uncosted.
           10 ws-uc-sku pic x(15).
           10 ws-uc-vendor pic x(5).
           10 ws-uc-reason pic x(16).
           10 ws-uc-count pic 9(7).
           10 ws-uc-amount pic s9(10)v99.
       01 ws-uc-sub pic 9(4).
       01 ws-uc-found-sub pic 9(4).
       01 ws-uc-reason-work pic x(16).

      *Work fields
       01 ws-calcs.
         05 ws-record-sales pic s9(7)v99 value 0.
         05 ws-record-cost pic s9(7)v99 value 0.
         05 ws-margin pic s9(10)v99 value 0.
         05 ws-margin-pct pic s9(3)v99 value 0.
         05 ws-store-sales pic s9(10)v99 value 0.
         05 ws-store-cost pic s9(10)v99 value 0.
         05 ws-total-count pic 9(7) value 0.
         05 ws-total-sales pic s9(10)v99 value 0.
         05 ws-total-cost pic s9(10)v99 value 0.
         05 ws-uncosted-count pic 9(7) value 0.
         05 ws-uncosted-amount pic s9(10)v99 value 0.
         05 ws-below-cost-counter pic 9(7) value 0.
         05 ws-current-store pic xx.

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(23) value spaces.
         05 filler pic x(21) value "GROSS MARGIN REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(28) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

       01 ws-margin-heading-line.
         05 filler pic x(40) value
           "Store Dept  Records       Net Sales     ".
         05 filler pic x(40) value
           "  Net Cost      Margin $     Margin %   ".

       01 ws-margin-detail-line.
         05 filler pic x(1) value spaces.
         05 ws-md-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-md-dept pic xx.
         05 filler pic x(2) value spaces.
         05 ws-md-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-md-sales pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-md-cost pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-md-margin pic $$$,$$$,$$9.99-.
         05 filler pic x(2) value spaces.
         05 ws-md-pct pic ---9.99.
         05 filler pic x(4) value spaces.

       01 ws-margin-total-line.
         05 ws-mt-label pic x(18).
         05 filler pic x(2) value spaces.
         05 ws-mt-sales pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-mt-cost pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-mt-margin pic $$$,$$$,$$9.99-.
         05 filler pic x(2) value spaces.
         05 ws-mt-pct pic ---9.99.
         05 filler pic x(4) value spaces.

       01 ws-no-margin-line.
         05 filler pic x(80) value
           "No costed sales, layaways, returns, or exchanges.".

      *Records sold below cost
       01 ws-below-title-line.
         05 filler pic x(80) value "SOLD BELOW COST".

       01 ws-below-detail-line.
         05 filler pic x(12) value "BELOW COST: ".
         05 ws-bc-code pic x.
         05 filler pic x(2) value spaces.
         05 ws-bc-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-bc-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-bc-sku pic x(15).
         05 filler pic x(7) value "  SOLD ".
         05 ws-bc-amount pic $$,$$9.99.
         05 filler pic x(6) value " COST ".
         05 ws-bc-cost pic $$,$$9.99.
         05 filler pic x(4) value spaces.

       01 ws-no-below-line.
         05 filler pic x(80) value
           "No records sold below cost.".

      *SKUs that could not be costed
       01 ws-uncosted-title-line.
         05 filler pic x(80) value
           "NOT COSTED - LEFT OUT OF THE MARGIN FIGURES ABOVE".

       01 ws-uncosted-detail-line.
         05 filler pic x(12) value "NO COST:    ".
         05 ws-ud-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-ud-vendor pic x(5).
         05 filler pic x(2) value spaces.
         05 ws-ud-count pic z(6)9.
         05 filler pic x(6) value " recs ".
         05 ws-ud-amount pic $,$$$,$$9.99-.
         05 filler pic x(2) value spaces.
         05 ws-ud-reason pic x(16).

       01 ws-no-uncosted-line.
         05 filler pic x(80) value
           "Every record was costed.".

      *Run totals
       01 ws-total-line.
         05 ws-tl-label pic x(30).
         05 ws-tl-count pic z(6)9.
         05 filler pic x(5) value " for ".
         05 ws-tl-amount pic $$$,$$$,$$9.99-.
         05 filler pic x(23) value spaces.

       01 ws-count-line.
         05 ws-cn-label pic x(30).
         05 ws-cn-count pic z(6)9.
         05 filler pic x(43) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Loads the product and cost tables and opens the sales
      *    index for the exchanges
           perform 050-load-product-master.
           perform 055-load-vendor-costs.
           perform 058-open-sales-index.

           open output margin-report-file.
           perform 067-open-batch-journal.

           perform 100-print-headings.

      *    Costs the night's records; records sold below cost are
      *    listed as they are found
           perform 200-cost-transactions.

           if ws-salesidx-open-flag = "Y" then
               close sales-history-idx
           end-if.

      *    Prints margin by store and department and appends it to
      *    the margin history
           perform 300-print-margin.
           perform 400-write-margin-history.

      *    Lists what could not be costed and the run totals
           perform 500-print-uncosted.
           perform 600-print-totals.

           close margin-report-file.
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

           if ws-dry-run-flag = "Y" then
               perform 046-set-dry-run-files
           end-if.

      *    A dry run reads the live masters but keeps every file
      *    the chain writes in the dry-run area, and stamps the
      *    report headings so the printout cannot pass for a
      *    live night
       046-set-dry-run-files.

           move "** DRY RUN - NOT LIVE **" to ws-bh-dry-run.
           move "../../../dryrun/valid-project8.dat"
             to ws-transaction-name.
           move "../../../dryrun/SALEIDX.dat"
             to ws-sales-history-idx-name.
           move "../../../dryrun/MARGHIST.dat"
             to ws-margin-history-name.
           move "../../../dryrun/GrossMargin.out"
             to ws-margin-report-name.
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
                               move pm-department
                                 to ws-product-dept(ws-num-skus)
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
      *    its department and vendor
       053-find-product.

           move spaces to ws-matched-dept.
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
                   move ws-product-dept(ws-search-mid)
                     to ws-matched-dept
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

       055-load-vendor-costs.

           open input vendor-cost-file.

           if ws-vendcost-status = "00" then

               perform until ws-vendcost-eof = "y"

                   read vendor-cost-file
                       at end
                           move "y" to ws-vendcost-eof
                       not at end
                           if ws-num-costs < ws-max-costs and
                             vc-unit-cost is numeric then
                               add 1 to ws-num-costs
                               move vendor-cost-rec(1:28)
                                 to ws-vc-key(ws-num-costs)
                               move vc-unit-cost
                                 to ws-vc-unit-cost(ws-num-costs)
                           end-if
                   end-read

               end-perform

               close vendor-cost-file

           end-if.

           perform 056-sort-cost-table.

       056-sort-cost-table.

           move ws-num-costs to ws-sort-gap.
           move "Y" to ws-sort-swapped.

           perform until ws-sort-gap <= 1 and ws-sort-swapped = "N"

               compute ws-sort-gap = (ws-sort-gap * 10) / 13
               if ws-sort-gap < 1 then
                   move 1 to ws-sort-gap
               end-if

               move "N" to ws-sort-swapped

               perform
                 varying ws-sort-sub from 1 by 1
                 until ws-sort-sub + ws-sort-gap > ws-num-costs

                   if ws-vc-key(ws-sort-sub) >
                     ws-vc-key(ws-sort-sub + ws-sort-gap) then
                       move ws-cost-entry(ws-sort-sub)
                         to ws-cost-swap-entry
                       move ws-cost-entry
                           (ws-sort-sub + ws-sort-gap)
                         to ws-cost-entry(ws-sort-sub)
                       move ws-cost-swap-entry
                         to ws-cost-entry
                           (ws-sort-sub + ws-sort-gap)
                       move "Y" to ws-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Finds the unit cost in effect for ws-cost-search-key: the
      *    last row at or below the SKU, vendor, and date, provided
      *    it is for the same SKU and vendor
       057-find-cost.

           move "N" to ws-cost-found-flag.
           move 0 to ws-cost-found-sub.
           move 0 to ws-unit-cost.

           move 1 to ws-search-lo.
           move ws-num-costs to ws-search-hi.

           perform until ws-search-lo > ws-search-hi

               compute ws-search-mid =
                 (ws-search-lo + ws-search-hi) / 2

               if ws-vc-key(ws-search-mid) <= ws-cost-search-key then
                   move ws-search-mid to ws-cost-found-sub
                   compute ws-search-lo = ws-search-mid + 1
               else
                   compute ws-search-hi = ws-search-mid - 1
               end-if

           end-perform.

           if ws-cost-found-sub > 0 then
               if ws-vc-key(ws-cost-found-sub)(1:20) =
                 ws-cost-search-key(1:20) then
                   move "Y" to ws-cost-found-flag
                   move ws-vc-unit-cost(ws-cost-found-sub)
                     to ws-unit-cost
               end-if
           end-if.

      *    An absent index (a standalone run before the split ever
      *    ran) leaves every exchange unmatched
       058-open-sales-index.

           open input sales-history-idx.

           if ws-salesidx-status = "00" then
               move "Y" to ws-salesidx-open-flag
           end-if.

       067-open-batch-journal.

           open extend batch-journal-file

           if ws-batchjrnl-status not = "00" then
               open output batch-journal-file
           end-if.

      *    One journal row per change, cleared to spaces first so
      *    the line sequential write takes it
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

       200-cost-transactions.

           write report-line from ws-below-title-line
             after advancing 2 lines.

           open input transaction-file.

           if ws-transaction-status = "00" then

               perform until ws-transaction-eof = "y"

                   read transaction-file
                       at end
                           move "y" to ws-transaction-eof
                       not at end
                           if tr-transaction-code = "S" or
                             tr-transaction-code = "L" or
                             tr-transaction-code = "R" or
                             tr-transaction-code = "X" then
                               perform 210-cost-one-record
                           end-if
                   end-read

               end-perform

               close transaction-file

           end-if.

           if ws-below-cost-counter = 0 then
               write report-line from ws-no-below-line
                 after advancing 1 line
           end-if.

      *    Each record is one unit of its SKU. A sale or layaway
      *    adds its amount and the unit cost; a return takes both
      *    back out; an exchange swaps merchandise within the SKU,
      *    so the new unit going out and the old one coming back
      *    cost the same and it adds only its price difference over
      *    the original sale
       210-cost-one-record.

           move tr-sku-code to ws-search-sku.
           perform 053-find-product.

           if ws-sku-found-flag = "N" then
               move "NOT ON PRODMAST" to ws-uc-reason-work
               perform 250-note-uncosted
           else

               move tr-sku-code to ws-cs-sku
               move ws-matched-vendor to ws-cs-vendor
               move tr-transaction-date to ws-cs-date
               perform 057-find-cost

               if ws-cost-found-flag = "N" then
                   move "NO VENDOR COST" to ws-uc-reason-work
                   perform 250-note-uncosted
               else

                   if tr-transaction-code = "S" or
                     tr-transaction-code = "L" then
                       move tr-transaction-amount to ws-record-sales
                       move ws-unit-cost to ws-record-cost
                       perform 240-check-below-cost
                       perform 230-add-to-bucket
                   else
                   if tr-transaction-code = "R" then
                       compute ws-record-sales =
                         0 - tr-transaction-amount
                       compute ws-record-cost = 0 - ws-unit-cost
                       perform 230-add-to-bucket
                   else
                       perform 220-match-exchange
                       if ws-sale-found-flag = "N" then
                           move "NO MATCHING SALE"
                             to ws-uc-reason-work
                           perform 250-note-uncosted
                       else
                           compute ws-record-sales =
                             tr-transaction-amount
                             - sx-transaction-amount
                           move 0 to ws-record-cost
                           perform 240-check-below-cost
                           perform 230-add-to-bucket
                       end-if
                   end-if
                   end-if

               end-if

           end-if.

       220-match-exchange.

           move "N" to ws-sale-found-flag.

           if ws-salesidx-open-flag = "Y" then

               move tr-invoice-number to sx-invoice-number
               move tr-store-number to sx-store-number

               read sales-history-idx
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-sale-found-flag
               end-read

           end-if.

      *    Adds the record to its store and department
       230-add-to-bucket.

           move 0 to ws-bk-found-sub.

           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-num-buckets
               or ws-bk-found-sub > 0
               if ws-bk-store(ws-bk-sub) = tr-store-number and
                 ws-bk-dept(ws-bk-sub) = ws-matched-dept then
                   move ws-bk-sub to ws-bk-found-sub
               end-if
           end-perform.

           if ws-bk-found-sub = 0 and
             ws-num-buckets < ws-max-buckets then
               add 1 to ws-num-buckets
               move ws-num-buckets to ws-bk-found-sub
               move tr-store-number to ws-bk-store(ws-bk-found-sub)
               move ws-matched-dept to ws-bk-dept(ws-bk-found-sub)
               move 0 to ws-bk-count(ws-bk-found-sub)
               move 0 to ws-bk-sales(ws-bk-found-sub)
               move 0 to ws-bk-cost(ws-bk-found-sub)
           end-if.

           if ws-bk-found-sub > 0 then
               add 1 to ws-bk-count(ws-bk-found-sub)
               add ws-record-sales to ws-bk-sales(ws-bk-found-sub)
               add ws-record-cost to ws-bk-cost(ws-bk-found-sub)
           end-if.

      *    The unit going out on a sale, layaway, or exchange sold
      *    for less than it cost
       240-check-below-cost.

           if tr-transaction-amount < ws-unit-cost then
               move tr-transaction-code to ws-bc-code
               move tr-store-number to ws-bc-store
               move tr-invoice-number to ws-bc-invoice
               move tr-sku-code to ws-bc-sku
               move tr-transaction-amount to ws-bc-amount
               move ws-unit-cost to ws-bc-cost
               write report-line from ws-below-detail-line
                 after advancing 1 line
               add 1 to ws-below-cost-counter
           end-if.

      *    Collects a record that could not be costed under its SKU
      *    and reason; its dollars stay out of the margin figures
       250-note-uncosted.

           add 1 to ws-uncosted-count.
           if tr-transaction-code = "R" then
               subtract tr-transaction-amount from ws-uncosted-amount
           else
               add tr-transaction-amount to ws-uncosted-amount
           end-if.

           move 0 to ws-uc-found-sub.

           perform varying ws-uc-sub from 1 by 1
             until ws-uc-sub > ws-num-uncosted
               or ws-uc-found-sub > 0
               if ws-uc-sku(ws-uc-sub) = tr-sku-code and
                 ws-uc-reason(ws-uc-sub) = ws-uc-reason-work then
                   move ws-uc-sub to ws-uc-found-sub
               end-if
           end-perform.

           if ws-uc-found-sub = 0 and
             ws-num-uncosted < ws-max-uncosted then
               add 1 to ws-num-uncosted
               move ws-num-uncosted to ws-uc-found-sub
               move tr-sku-code to ws-uc-sku(ws-uc-found-sub)
               move ws-matched-vendor to ws-uc-vendor(ws-uc-found-sub)
               move ws-uc-reason-work to ws-uc-reason(ws-uc-found-sub)
               move 0 to ws-uc-count(ws-uc-found-sub)
               move 0 to ws-uc-amount(ws-uc-found-sub)
           end-if.

           if ws-uc-found-sub > 0 then
               add 1 to ws-uc-count(ws-uc-found-sub)
               if tr-transaction-code = "R" then
                   subtract tr-transaction-amount
                     from ws-uc-amount(ws-uc-found-sub)
               else
                   add tr-transaction-amount
                     to ws-uc-amount(ws-uc-found-sub)
               end-if
           end-if.

      *    Margin by store and department with a total per store
      *    and for the chain
       300-print-margin.

           perform 310-sort-buckets.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-margin-heading-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.

           if ws-num-buckets = 0 then
               write report-line from ws-no-margin-line
                 after advancing 1 line
           else

               move ws-bk-store(1) to ws-current-store

               perform
                 varying ws-bk-sub from 1 by 1
                 until ws-bk-sub > ws-num-buckets

                   if ws-bk-store(ws-bk-sub) not = ws-current-store
                     then
                       perform 330-print-store-total
                       move ws-bk-store(ws-bk-sub)
                         to ws-current-store
                   end-if

                   perform 320-print-one-bucket

               end-perform

               perform 330-print-store-total

               move "ALL STORES" to ws-mt-label
               move ws-total-sales to ws-mt-sales
               move ws-total-cost to ws-mt-cost
               compute ws-margin = ws-total-sales - ws-total-cost
               move ws-margin to ws-mt-margin
               move ws-total-sales to ws-store-sales
               perform 340-compute-pct
               move ws-margin-pct to ws-mt-pct
               write report-line from ws-margin-total-line
                 after advancing 2 lines

           end-if.

       310-sort-buckets.

           move ws-num-buckets to ws-bk-sort-gap.
           move "Y" to ws-bk-sort-swapped.

           perform until ws-bk-sort-gap <= 1
             and ws-bk-sort-swapped = "N"

               compute ws-bk-sort-gap = (ws-bk-sort-gap * 10) / 13
               if ws-bk-sort-gap < 1 then
                   move 1 to ws-bk-sort-gap
               end-if

               move "N" to ws-bk-sort-swapped

               perform
                 varying ws-bk-sort-sub from 1 by 1
                 until ws-bk-sort-sub + ws-bk-sort-gap
                   > ws-num-buckets

                   if ws-bucket-entry(ws-bk-sort-sub)(1:4) >
                     ws-bucket-entry
                       (ws-bk-sort-sub + ws-bk-sort-gap)(1:4) then
                       move ws-bucket-entry(ws-bk-sort-sub)
                         to ws-bk-swap-entry
                       move ws-bucket-entry
                           (ws-bk-sort-sub + ws-bk-sort-gap)
                         to ws-bucket-entry(ws-bk-sort-sub)
                       move ws-bk-swap-entry
                         to ws-bucket-entry
                           (ws-bk-sort-sub + ws-bk-sort-gap)
                       move "Y" to ws-bk-sort-swapped
                   end-if

               end-perform

           end-perform.

       320-print-one-bucket.

           move ws-bk-store(ws-bk-sub) to ws-md-store.
           move ws-bk-dept(ws-bk-sub) to ws-md-dept.
           move ws-bk-count(ws-bk-sub) to ws-md-count.
           move ws-bk-sales(ws-bk-sub) to ws-md-sales.
           move ws-bk-cost(ws-bk-sub) to ws-md-cost.
           compute ws-margin =
             ws-bk-sales(ws-bk-sub) - ws-bk-cost(ws-bk-sub).
           move ws-margin to ws-md-margin.
           move ws-bk-sales(ws-bk-sub) to ws-store-sales.
           perform 340-compute-pct.
           move ws-margin-pct to ws-md-pct.
           write report-line from ws-margin-detail-line
             after advancing 1 line.

           add ws-bk-sales(ws-bk-sub) to ws-total-sales.
           add ws-bk-cost(ws-bk-sub) to ws-total-cost.
           add ws-bk-count(ws-bk-sub) to ws-total-count.

      *    The store's figures are summed off its buckets, which
      *    sit together in the sorted table
       330-print-store-total.

           move 0 to ws-store-sales.
           move 0 to ws-store-cost.

           perform varying ws-bk-found-sub from 1 by 1
             until ws-bk-found-sub > ws-num-buckets
               if ws-bk-store(ws-bk-found-sub) = ws-current-store
                 then
                   add ws-bk-sales(ws-bk-found-sub) to ws-store-sales
                   add ws-bk-cost(ws-bk-found-sub) to ws-store-cost
               end-if
           end-perform.

           move spaces to ws-mt-label.
           string "STORE " delimited by size
                  ws-current-store delimited by size
                  " TOTAL" delimited by size
             into ws-mt-label
           end-string.
           move ws-store-sales to ws-mt-sales.
           move ws-store-cost to ws-mt-cost.
           compute ws-margin = ws-store-sales - ws-store-cost.
           move ws-margin to ws-mt-margin.
           perform 340-compute-pct.
           move ws-margin-pct to ws-mt-pct.
           write report-line from ws-margin-total-line
             after advancing 1 line.
           write report-line from spaces
             after advancing 1 line.

      *    Margin as a percent of ws-store-sales; no sales, no
      *    percent
       340-compute-pct.

           move 0 to ws-margin-pct.

           if ws-store-sales not = 0 then
               compute ws-margin-pct rounded =
                 (ws-margin * 100) / ws-store-sales
                 on size error
                   move 0 to ws-margin-pct
               end-compute
           end-if.

      *    Appends the night's margin by store and department
       400-write-margin-history.

           open extend margin-history-file.

           if ws-marghist-status not = "00" then
               open output margin-history-file
           end-if.

           perform
             varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-num-buckets
               move spaces to margin-history-rec
               move ws-batch-date to mh-batch-date
               move ws-bk-store(ws-bk-sub) to mh-store-number
               move ws-bk-dept(ws-bk-sub) to mh-department
               move ws-bk-count(ws-bk-sub) to mh-record-count
               move ws-bk-sales(ws-bk-sub) to mh-net-sales
               move ws-bk-cost(ws-bk-sub) to mh-net-cost
               compute mh-margin =
                 ws-bk-sales(ws-bk-sub) - ws-bk-cost(ws-bk-sub)
               move "MARGHIST" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move margin-history-rec to ws-bj-after
               perform 095-write-batch-journal
               write margin-history-rec
           end-perform.

           close margin-history-file.

       500-print-uncosted.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-uncosted-title-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.

           if ws-num-uncosted = 0 then
               write report-line from ws-no-uncosted-line
                 after advancing 1 line
           end-if.

           perform
             varying ws-uc-sub from 1 by 1
             until ws-uc-sub > ws-num-uncosted
               move ws-uc-sku(ws-uc-sub) to ws-ud-sku
               move ws-uc-vendor(ws-uc-sub) to ws-ud-vendor
               move ws-uc-count(ws-uc-sub) to ws-ud-count
               move ws-uc-amount(ws-uc-sub) to ws-ud-amount
               move ws-uc-reason(ws-uc-sub) to ws-ud-reason
               write report-line from ws-uncosted-detail-line
                 after advancing 1 line
           end-perform.

       600-print-totals.

           move "Records costed:" to ws-tl-label.
           move ws-total-count to ws-tl-count.
           move ws-total-sales to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 2 lines.

           move "Records not costed:" to ws-tl-label.
           move ws-uncosted-count to ws-tl-count.
           move ws-uncosted-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Records sold below cost:" to ws-cn-label.
           move ws-below-cost-counter to ws-cn-count.
           write report-line from ws-count-line
             after advancing 1 line.

       end program GrossMargin.
