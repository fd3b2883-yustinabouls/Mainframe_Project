       identification division.
       program-id. CountRecon.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The COUNT RECONCILIATION program replaces
      * the hand comparison of the stores' count sheets against the
      * stock position report. The full or cycle counts arrive on
      * COUNT.dat (store, SKU, counted quantity, count date) and
      * each store's count is compared to the book quantity on
      * ONHAND.dat. The book quantity is frozen on COUNTBOOK.dat the
      * first night a count is seen, so a count that waits a few
      * days for approval is still measured against the stock the
      * store had when it counted. The variance report lists every
      * counted SKU by store and department, valued at the PRODMAST
      * unit price, and flags variances over the COUNTTOL.dat
      * tolerance. Once a store's count is approved on COUNTAPPR.dat
      * the adjusting movements go out on INVMOVE.dat - this step
      * runs ahead of InventoryTracking, so they land the same
      * night - the net loss goes to GLDAILY.dat as a shrink row,
      * and the count is logged on COUNTPOST.dat so it is never
      * posted twice. SKUs on hand at a counted store that were not
      * counted are listed separately and left alone, so a missed
      * shelf is not booked as shrink.

       environment division.
       input-output section.
       file-control.

           select count-file
               assign to "../../../data/COUNT.dat"
               organization is line sequential
               file status is ws-count-status.

      *One row per store count the inventory manager has signed
      *off: the store, the count date, and the approver's initials
           select approval-file
               assign to "../../../data/COUNTAPPR.dat"
               organization is line sequential
               file status is ws-approval-status.

      *Single-row control file: the unit and dollar variance above
      *which a counted SKU is flagged - same control-file idiom as
      *RETURNRATE.dat
           select tolerance-file
               assign to "../../../data/COUNTTOL.dat"
               organization is line sequential
               file status is ws-tolerance-status.

      *Book quantities frozen the first night each count was seen,
      *carried until the count is posted
           select count-book-file
               assign to ws-count-book-name
               organization is line sequential
               file status is ws-countbook-status.

      *Every count already posted, so a count left on COUNT.dat is
      *never adjusted a second time
           select posted-log-file
               assign to ws-posted-log-name
               organization is line sequential
               file status is ws-postlog-status.

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

           select count-report-file
               assign to ws-count-report-name
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

      *Plain-figure interface rows for the general ledger posting,
      *appended to the file DataSplitandCount opened this run
           select gl-daily-file
               assign to ws-gl-daily-name
               organization is line sequential
               file status is ws-gldaily-status.
      *
       data division.
       file section.
       fd count-file
           data record is count-rec
           record contains 32 characters.

       01 count-rec.
         05 ct-store-number pic xx.
         05 ct-sku-code pic x(15).
         05 ct-counted-qty pic 9(7).
         05 ct-count-date pic 9(8).

       fd approval-file
           data record is approval-rec
           record contains 13 characters.

       01 approval-rec.
         05 ap-store-number pic xx.
         05 ap-count-date pic 9(8).
         05 ap-approver pic x(3).

       fd tolerance-file
           data record is tolerance-rec
           record contains 12 characters.

       01 tolerance-rec.
         05 tl-units pic 9(5).
         05 tl-value pic 9(5)v99.

       fd count-book-file
           data record is count-book-rec
           record contains 33 characters.

       01 count-book-rec.
         05 cb-store-number pic xx.
         05 cb-count-date pic 9(8).
         05 cb-sku-code pic x(15).
         05 cb-book-qty pic s9(7) sign leading separate.

       fd posted-log-file
           data record is posted-log-rec
           record contains 25 characters.

       01 posted-log-rec.
         05 pl-store-number pic xx.
         05 pl-count-date pic 9(8).
         05 pl-approver pic x(3).
         05 pl-batch-number pic 9(4).
         05 pl-batch-date pic 9(8).

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
         05 pm-unit-price-n redefines pm-unit-price pic 9(5)v99.
         05 pm-vendor-number pic x(5).

      *Same layout InventoryTracking reads: a positive quantity is
      *a receiving, a negative one a write-off or correction. The
      *adjustments this step writes carry movement code A, so
      *Replenishment never takes a count gain for a delivery
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

       fd count-report-file
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

       fd gl-daily-file
           data record is gl-daily-rec
           record contains 21 characters.

       01 gl-daily-rec.
         05 gd-source pic x(8).
         05 gd-amount pic s9(10)v99 sign leading separate.

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
         05 ws-count-book-name pic x(48) value
             "../../../data/COUNTBOOK.dat".
         05 ws-posted-log-name pic x(48) value
             "../../../data/COUNTPOST.dat".
         05 ws-onhand-master-name pic x(48) value
             "../../../data/ONHAND.dat".
         05 ws-movement-name pic x(48) value
             "../../../data/INVMOVE.dat".
         05 ws-count-report-name pic x(48) value
             "../../../data/CountRecon.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".

      *End of file flags and file statuses
       01 ws-count-status pic xx.
       01 ws-count-eof pic x value "n".
       01 ws-approval-status pic xx.
       01 ws-approval-eof pic x value "n".
       01 ws-tolerance-status pic xx.
       01 ws-countbook-status pic xx.
       01 ws-countbook-eof pic x value "n".
       01 ws-postlog-status pic xx.
       01 ws-postlog-eof pic x value "n".
       01 ws-onhand-status pic xx.
       01 ws-onhand-eof pic x value "n".
       01 ws-prodmast-status pic xx.
       01 ws-prodmast-eof pic x value "n".
       01 ws-movement-status pic xx.
       01 ws-gldaily-status pic xx.
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "COUNTRECON".
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

      *Variance tolerance, overridden from COUNTTOL.dat when it is
      *present: a counted SKU is flagged when its variance is over
      *either figure
       01 ws-tol-units pic 9(5) value 5.
       01 ws-tol-value pic 9(5)v99 value 50.00.

      *Product master table, loaded from PRODMAST.dat at startup
      *and sorted so the department and price lookups can binary
      *search, the same way the other programs do
       77 ws-max-skus pic 9(5) value 50000.
       01 ws-product-table.
         05 ws-product-entry occurs 50000 times.
           10 ws-product-skus pic x(15).
           10 ws-product-dept pic xx.
           10 ws-product-price pic 9(5)v99.
       01 ws-num-skus pic 9(5) value 0.
       01 ws-matched-dept pic xx.
       01 ws-matched-price pic 9(5)v99.
       01 ws-sku-found-flag pic x value "N".
       01 ws-search-sku pic x(15).

      *Sort and binary-search work fields for the product table
       01 ws-sku-sort-work.
         05 ws-sort-gap pic 9(5).
         05 ws-sort-sub pic 9(5).
         05 ws-sort-swapped pic x.
         05 ws-sku-swap-entry.
           10 filler pic x(15).
           10 filler pic xx.
           10 filler pic 9(5)v99.
         05 ws-search-lo pic 9(5).
         05 ws-search-hi pic 9(5).
         05 ws-search-mid pic 9(5).

      *The on-hand master, loaded from ONHAND.dat and sorted by
      *store and SKU; the counted flag marks the rows a count
      *covered, leaving the uncounted ones for their own list
       01 ws-num-onhand pic 9(5) value 0.
       77 ws-max-onhand pic 9(5) value 50000.
       01 ws-onhand-table.
         05 ws-onhand-entry occurs 1 to 50000 times
                       depending on ws-num-onhand.
           10 ws-oh-store pic xx.
           10 ws-oh-sku pic x(15).
           10 ws-oh-qty pic s9(7).
           10 ws-oh-counted pic x.
       01 ws-oh-sub pic 9(5).
       01 ws-oh-found-sub pic 9(5) value 0.

      *Sort and binary-search work fields for the on-hand master
       01 ws-oh-search-key pic x(17).
       01 ws-oh-sort-work.
         05 ws-oh-sort-gap pic 9(5).
         05 ws-oh-sort-sub pic 9(5).
         05 ws-oh-sort-swapped pic x.
         05 ws-oh-swap-entry pic x(25).
         05 ws-oh-lo pic 9(5).
         05 ws-oh-hi pic 9(5).
         05 ws-oh-mid pic 9(5).

      *Frozen book quantities, loaded from COUNTBOOK.dat and
      *sorted by store, count date, and SKU for the lookup
       01 ws-num-book pic 9(5) value 0.
       77 ws-max-book pic 9(5) value 50000.
       01 ws-book-table.
         05 ws-book-entry occurs 1 to 50000 times
                       depending on ws-num-book.
           10 ws-bk-key pic x(25).
           10 ws-bk-qty pic s9(7).
       01 ws-bk-found-sub pic 9(5) value 0.
       01 ws-bk-sub pic 9(5).

      *Which loaded book rows the rewrite kept, so the rest can be
      *journaled as dropped, and the row image the journal carries
       01 ws-bk-kept-table.
         05 ws-bk-kept-flag pic x occurs 50000 times.
       01 ws-book-image.
         05 ws-bi-key pic x(25).
         05 ws-bi-qty pic s9(7) sign leading separate.
       01 ws-bk-sort-work.
         05 ws-bk-sort-gap pic 9(5).
         05 ws-bk-sort-sub pic 9(5).
         05 ws-bk-sort-swapped pic x.
         05 ws-bk-swap-entry pic x(32).
         05 ws-bk-lo pic 9(5).
         05 ws-bk-hi pic 9(5).
         05 ws-bk-mid pic 9(5).

      *The counted SKUs: keyed by store, count date, and SKU for
      *the duplicate merge, then re-sorted on the print key (store,
      *count date, department, SKU) for the variance report
       01 ws-num-counts pic 9(5) value 0.
       77 ws-max-counts pic 9(5) value 50000.
       01 ws-count-table.
         05 ws-count-entry occurs 1 to 50000 times
                       depending on ws-num-counts.
           10 ws-ct-key.
             15 ws-ct-store pic xx.
             15 ws-ct-date pic 9(8).
             15 ws-ct-sku pic x(15).
           10 ws-ct-print-key pic x(27).
           10 ws-ct-dept pic xx.
           10 ws-ct-counted pic 9(7).
           10 ws-ct-book pic s9(7).
           10 ws-ct-variance pic s9(7).
           10 ws-ct-price pic 9(5)v99.
           10 ws-ct-value pic s9(9)v99.
           10 ws-ct-flag pic x(10).
           10 ws-ct-session pic 999.
       01 ws-ct-sub pic 9(5).
       01 ws-ct-sub2 pic 9(5).
       01 ws-ct-sort-work.
         05 ws-ct-sort-gap pic 9(5).
         05 ws-ct-sort-sub pic 9(5).
         05 ws-ct-sort-swapped pic x.
         05 ws-ct-swap-entry pic x(106).

      *One entry per store count (store and count date): whether
      *it is approved, already posted, and its totals
       01 ws-num-sessions pic 999 value 0.
       77 ws-max-sessions pic 999 value 200.
       01 ws-session-table.
         05 ws-session-entry occurs 1 to 200 times
                       depending on ws-num-sessions.
           10 ws-ss-store pic xx.
           10 ws-ss-date pic 9(8).
           10 ws-ss-approver pic x(3).
           10 ws-ss-status pic x.
             88 ss-pending-88 value "P".
             88 ss-approved-88 value "A".
             88 ss-posted-before-88 value "D".
           10 ws-ss-skus pic 9(5).
           10 ws-ss-flagged pic 9(5).
           10 ws-ss-units pic s9(9).
           10 ws-ss-value pic s9(9)v99.
       01 ws-ss-sub pic 999.
       01 ws-ss-found-sub pic 999 value 0.

      *Approvals and the posted-count log, loaded at startup
       01 ws-num-approvals pic 999 value 0.
       77 ws-max-approvals pic 999 value 200.
       01 ws-approval-table.
         05 ws-approval-entry occurs 1 to 200 times
                       depending on ws-num-approvals.
           10 ws-ap-key pic x(10).
           10 ws-ap-approver pic x(3).
       01 ws-num-posted pic 9(4) value 0.
       77 ws-max-posted pic 9(4) value 2000.
       01 ws-posted-table.
         05 ws-posted-key pic x(10)
              occurs 1 to 2000 times
              depending on ws-num-posted.
       01 ws-ref-sub pic 9(4).
       01 ws-session-key pic x(10).

      *Report control breaks
       01 ws-prev-session pic 999 value 0.
       01 ws-prev-dept pic xx value spaces.
       01 ws-dept-units pic s9(9) value 0.
       01 ws-dept-value pic s9(9)v99 value 0.

      *Work fields
       01 ws-calcs.
         05 ws-abs-units pic 9(7) value 0.
         05 ws-abs-value pic 9(9)v99 value 0.
         05 ws-move-remaining pic s9(7) value 0.
         05 ws-move-chunk pic s9(5) value 0.
         05 ws-uncounted-counter pic 9(5) value 0.
         05 ws-uncounted-value pic s9(9)v99 value 0.
         05 ws-posted-counter pic 999 value 0.
         05 ws-pending-counter pic 999 value 0.
         05 ws-movement-counter pic 9(7) value 0.
         05 ws-shrink-value pic s9(9)v99 value 0.
         05 ws-ignored-counter pic 999 value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(27) value spaces.
         05 filler pic x(32) value
                   "PHYSICAL COUNT VARIANCE REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(33) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(100) value all "-".

      *One heading per store count
       01 ws-session-heading-line.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-store pic xx.
         05 filler pic x(14) value "  COUNT DATE ".
         05 ws-sh-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 ws-sh-status pic x(40).
         05 filler pic x(26) value spaces.

       01 ws-count-heading-line.
         05 filler pic x(50) value
           "Dept  SKU               Book Qty   Counted   Varia".
         05 filler pic x(50) value
           "nce   Unit Price   Variance Value   Flag".

       01 ws-count-detail-line.
         05 filler pic x(1) value spaces.
         05 ws-cd-dept pic xx.
         05 filler pic x(3) value spaces.
         05 ws-cd-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-cd-book pic z(6)9-.
         05 filler pic x(2) value spaces.
         05 ws-cd-counted pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-cd-variance pic z(6)9-.
         05 filler pic x(3) value spaces.
         05 ws-cd-price pic $$,$$9.99.
         05 filler pic x(3) value spaces.
         05 ws-cd-value pic $$$,$$$,$$9.99-.
         05 filler pic x(3) value spaces.
         05 ws-cd-flag pic x(10).
         05 filler pic x(3) value spaces.

       01 ws-dept-total-line.
         05 filler pic x(6) value spaces.
         05 filler pic x(11) value "DEPT TOTAL ".
         05 ws-dt-dept pic xx.
         05 filler pic x(26) value spaces.
         05 ws-dt-units pic z(6)9-.
         05 filler pic x(15) value spaces.
         05 ws-dt-value pic $$$,$$$,$$9.99-.
         05 filler pic x(18) value spaces.

       01 ws-session-total-line.
         05 filler pic x(6) value spaces.
         05 filler pic x(13) value "STORE TOTAL  ".
         05 ws-st-skus pic zzzz9.
         05 filler pic x(12) value " SKUs,      ".
         05 ws-st-flagged pic zzzz9.
         05 filler pic x(12) value " over tol.  ".
         05 ws-st-units pic z(6)9-.
         05 filler pic x(15) value spaces.
         05 ws-st-value pic $$$,$$$,$$9.99-.
         05 filler pic x(10) value spaces.

      *SKUs on hand at a counted store that the count missed
       01 ws-uncounted-title-line.
         05 filler pic x(27) value spaces.
         05 filler pic x(38) value
                   "ON HAND BUT NOT COUNTED - NOT ADJUSTED".
         05 filler pic x(35) value spaces.

       01 ws-uncounted-heading-line.
         05 filler pic x(50) value
           "Store  Dept  SKU               Book Qty   Unit Pri".
         05 filler pic x(50) value
           "ce       Book Value".

       01 ws-uncounted-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-ud-store pic xx.
         05 filler pic x(3) value spaces.
         05 ws-ud-dept pic xx.
         05 filler pic x(4) value spaces.
         05 ws-ud-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-ud-book pic z(6)9-.
         05 filler pic x(3) value spaces.
         05 ws-ud-price pic $$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-ud-value pic $$$,$$$,$$9.99-.
         05 filler pic x(33) value spaces.

       01 ws-uncounted-none-line.
         05 filler pic x(100) value
           "Every SKU on hand at the counted stores was counted.".

       01 ws-no-counts-line.
         05 filler pic x(100) value
           "No counts on file - nothing to reconcile.".

      *Summary lines
       01 ws-summary-line1.
         05 filler pic x(30) value "Store counts posted:".
         05 ws-sum-posted pic zz9.
         05 filler pic x(67) value spaces.

       01 ws-summary-line2.
         05 filler pic x(30) value "Counts awaiting approval:".
         05 ws-sum-pending pic zz9.
         05 filler pic x(67) value spaces.

       01 ws-summary-line3.
         05 filler pic x(30) value "Counts already posted:".
         05 ws-sum-ignored pic zz9.
         05 filler pic x(67) value spaces.

       01 ws-summary-line4.
         05 filler pic x(30) value "Adjusting movements written:".
         05 ws-sum-movements pic z(6)9.
         05 filler pic x(63) value spaces.

       01 ws-summary-line5.
         05 filler pic x(30) value "Shrink posted to the ledger:".
         05 ws-sum-shrink pic $$$,$$$,$$9.99-.
         05 filler pic x(55) value spaces.

       01 ws-summary-line6.
         05 filler pic x(30) value "SKUs on hand but not counted:".
         05 ws-sum-uncounted pic zzzz9.
         05 filler pic x(65) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run and the tolerance
           perform 045-load-run-control.
           perform 047-load-tolerance.

      *    Loads the product master, the on-hand master, the
      *    frozen book quantities, the approvals, and the log of
      *    counts already posted
           perform 050-load-product-master.
           perform 055-load-onhand-master.
           perform 060-load-count-book.
           perform 063-load-approvals.
           perform 064-load-posted-log.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output count-report-file.

           perform 100-print-headings.

      *    Loads the counts, merges a SKU counted on two shelves
      *    into one line, and groups them into store counts
           perform 070-load-counts.

           if ws-num-counts = 0 then

               write report-line from ws-no-counts-line
                 after advancing 2 lines

           else

               perform 200-value-counts
               perform 250-sort-counts-for-report
               perform 300-print-variance-report
               perform 400-print-uncounted

      *        Posts the approved counts: adjusting movements for
      *        tonight's InventoryTracking and the shrink row
               perform 500-post-approved-counts

           end-if.

      *    Carries the frozen book quantities of every count still
      *    waiting for approval
           perform 550-write-count-book.

           perform 600-write-gl-daily.

           perform 700-print-summary.

           close count-report-file.
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

           if ws-dry-run-flag = "Y" then
               perform 046-set-dry-run-files
           end-if.

      *    A dry run reads the live masters but keeps every file
      *    the chain writes in the dry-run area, and stamps the
      *    report headings so the printout cannot pass for a
      *    live night
       046-set-dry-run-files.

           move "** DRY RUN - NOT LIVE **" to ws-bh-dry-run.
           move "../../../dryrun/COUNTBOOK.dat" to ws-count-book-name.
           move "../../../dryrun/COUNTPOST.dat" to ws-posted-log-name.
           move "../../../dryrun/ONHAND.dat" to ws-onhand-master-name.
           move "../../../dryrun/INVMOVE.dat" to ws-movement-name.
           move "../../../dryrun/CountRecon.out"
             to ws-count-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.

       047-load-tolerance.

           open input tolerance-file.

           if ws-tolerance-status = "00" then

               read tolerance-file
                   not at end
                       if tl-units numeric then
                           move tl-units to ws-tol-units
                       end-if
                       if tl-value numeric then
                           move tl-value to ws-tol-value
                       end-if
               end-read

               close tolerance-file

           end-if.

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
                               if pm-unit-price numeric then
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

      *    Looks ws-search-sku up on the product table; a SKU no
      *    longer on the master reads as department ?? at no price
       053-find-product.

           move "??" to ws-matched-dept.
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
                   move ws-product-dept(ws-search-mid)
                     to ws-matched-dept
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
                               move oh-store-number
                                 to ws-oh-store(ws-num-onhand)
                               move oh-sku-code
                                 to ws-oh-sku(ws-num-onhand)
                               move oh-quantity
                                 to ws-oh-qty(ws-num-onhand)
                               move "N"
                                 to ws-oh-counted(ws-num-onhand)
                           end-if
                   end-read

               end-perform

               close onhand-master-file

           end-if.

           perform 057-sort-onhand-master.

      *    Orders the master by store and SKU with the same
      *    shrinking-gap exchange sort InventoryTracking uses
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

      *    Binary search of the on-hand master for
      *    ws-oh-search-key (store and SKU)
       058-find-onhand-entry.

           move 0 to ws-oh-found-sub.

           move 1 to ws-oh-lo.
           move ws-num-onhand to ws-oh-hi.

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

       060-load-count-book.

           open input count-book-file.

           if ws-countbook-status = "00" then

               perform until ws-countbook-eof = "y"

                   read count-book-file
                       at end
                           move "y" to ws-countbook-eof
                       not at end
                           if ws-num-book < ws-max-book then
                               add 1 to ws-num-book
                               move count-book-rec(1:25)
                                 to ws-bk-key(ws-num-book)
                               move cb-book-qty
                                 to ws-bk-qty(ws-num-book)
                           end-if
                   end-read

               end-perform

               close count-book-file

           end-if.

           perform 061-sort-count-book.

       061-sort-count-book.

           move ws-num-book to ws-bk-sort-gap.
           move "Y" to ws-bk-sort-swapped.

           perform until ws-bk-sort-gap = 1
             and ws-bk-sort-swapped = "N"

               compute ws-bk-sort-gap = (ws-bk-sort-gap * 10) / 13
               if ws-bk-sort-gap < 1 then
                   move 1 to ws-bk-sort-gap
               end-if

               move "N" to ws-bk-sort-swapped

               perform
                 varying ws-bk-sort-sub from 1 by 1
                 until ws-bk-sort-sub + ws-bk-sort-gap > ws-num-book

                   if ws-bk-key(ws-bk-sort-sub) >
                     ws-bk-key(ws-bk-sort-sub + ws-bk-sort-gap) then
                       move ws-book-entry(ws-bk-sort-sub)
                         to ws-bk-swap-entry
                       move ws-book-entry
                           (ws-bk-sort-sub + ws-bk-sort-gap)
                         to ws-book-entry(ws-bk-sort-sub)
                       move ws-bk-swap-entry
                         to ws-book-entry
                           (ws-bk-sort-sub + ws-bk-sort-gap)
                       move "Y" to ws-bk-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Binary search of the frozen book quantities for the
      *    count entry at ws-ct-sub
       062-find-count-book.

           move 0 to ws-bk-found-sub.

           move 1 to ws-bk-lo.
           move ws-num-book to ws-bk-hi.

           perform until ws-bk-lo > ws-bk-hi
             or ws-bk-found-sub > 0

               compute ws-bk-mid = (ws-bk-lo + ws-bk-hi) / 2

               if ws-bk-key(ws-bk-mid) = ws-ct-key(ws-ct-sub) then
                   move ws-bk-mid to ws-bk-found-sub
               else
                   if ws-ct-key(ws-ct-sub) > ws-bk-key(ws-bk-mid)
                     then
                       compute ws-bk-lo = ws-bk-mid + 1
                   else
                       compute ws-bk-hi = ws-bk-mid - 1
                   end-if
               end-if

           end-perform.

       063-load-approvals.

           open input approval-file.

           if ws-approval-status = "00" then

               perform until ws-approval-eof = "y"

                   read approval-file
                       at end
                           move "y" to ws-approval-eof
                       not at end
                           if ws-num-approvals < ws-max-approvals then
                               add 1 to ws-num-approvals
                               move approval-rec(1:10)
                                 to ws-ap-key(ws-num-approvals)
                               move ap-approver
                                 to ws-ap-approver(ws-num-approvals)
                           end-if
                   end-read

               end-perform

               close approval-file

           end-if.

       064-load-posted-log.

           open input posted-log-file.

           if ws-postlog-status = "00" then

               perform until ws-postlog-eof = "y"

                   read posted-log-file
                       at end
                           move "y" to ws-postlog-eof
                       not at end
                           if ws-num-posted < ws-max-posted then
                               add 1 to ws-num-posted
                               move posted-log-rec(1:10)
                                 to ws-posted-key(ws-num-posted)
                           end-if
                   end-read

               end-perform

               close posted-log-file

           end-if.

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

      *    Loads the counted SKUs, sorts them by store, count date,
      *    and SKU, merges the lines of a SKU counted in more than
      *    one place, and builds the store count table
       070-load-counts.

           open input count-file.

           if ws-count-status = "00" then

               perform until ws-count-eof = "y"

                   read count-file
                       at end
                           move "y" to ws-count-eof
                       not at end
                           if ws-num-counts < ws-max-counts and
                             ct-counted-qty numeric and
                             ct-count-date numeric then
                               add 1 to ws-num-counts
                               move ct-store-number
                                 to ws-ct-store(ws-num-counts)
                               move ct-count-date
                                 to ws-ct-date(ws-num-counts)
                               move ct-sku-code
                                 to ws-ct-sku(ws-num-counts)
                               move ct-counted-qty
                                 to ws-ct-counted(ws-num-counts)
                           end-if
                   end-read

               end-perform

               close count-file

           end-if.

           perform 072-sort-counts-by-key.
           perform 074-merge-duplicate-counts.
           perform 076-build-sessions.

       072-sort-counts-by-key.

           move ws-num-counts to ws-ct-sort-gap.
           move "Y" to ws-ct-sort-swapped.

           perform until ws-ct-sort-gap = 1
             and ws-ct-sort-swapped = "N"

               compute ws-ct-sort-gap = (ws-ct-sort-gap * 10) / 13
               if ws-ct-sort-gap < 1 then
                   move 1 to ws-ct-sort-gap
               end-if

               move "N" to ws-ct-sort-swapped

               perform
                 varying ws-ct-sort-sub from 1 by 1
                 until ws-ct-sort-sub + ws-ct-sort-gap > ws-num-counts

                   if ws-ct-key(ws-ct-sort-sub) >
                     ws-ct-key(ws-ct-sort-sub + ws-ct-sort-gap) then
                       move ws-count-entry(ws-ct-sort-sub)
                         to ws-ct-swap-entry
                       move ws-count-entry
                           (ws-ct-sort-sub + ws-ct-sort-gap)
                         to ws-count-entry(ws-ct-sort-sub)
                       move ws-ct-swap-entry
                         to ws-count-entry
                           (ws-ct-sort-sub + ws-ct-sort-gap)
                       move "Y" to ws-ct-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Folds each run of equal keys into its first entry and
      *    closes the table up behind it
       074-merge-duplicate-counts.

           if ws-num-counts > 1 then

               move 1 to ws-ct-sub2

               perform varying ws-ct-sub from 2 by 1
                 until ws-ct-sub > ws-num-counts
                   if ws-ct-key(ws-ct-sub) = ws-ct-key(ws-ct-sub2)
                       add ws-ct-counted(ws-ct-sub)
                         to ws-ct-counted(ws-ct-sub2)
                   else
                       add 1 to ws-ct-sub2
                       move ws-count-entry(ws-ct-sub)
                         to ws-count-entry(ws-ct-sub2)
                   end-if
               end-perform

               move ws-ct-sub2 to ws-num-counts

           end-if.

      *    One store count per store and count date; a count
      *    already on the posted log is ignored, an approved one is
      *    posted tonight, and the rest wait for approval
       076-build-sessions.

           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-counts

               move ws-ct-key(ws-ct-sub)(1:10) to ws-session-key
               move 0 to ws-ss-found-sub

               perform varying ws-ss-sub from 1 by 1
                 until ws-ss-sub > ws-num-sessions
                   if ws-ss-store(ws-ss-sub) = ws-ct-store(ws-ct-sub)
                     and ws-ss-date(ws-ss-sub) = ws-ct-date(ws-ct-sub)
                       move ws-ss-sub to ws-ss-found-sub
                   end-if
               end-perform

               if ws-ss-found-sub = 0 and
                 ws-num-sessions < ws-max-sessions then
                   perform 078-add-session
               end-if

               move ws-ss-found-sub to ws-ct-session(ws-ct-sub)

           end-perform.

       078-add-session.

           add 1 to ws-num-sessions.
           move ws-num-sessions to ws-ss-found-sub.

           move ws-ct-store(ws-ct-sub) to ws-ss-store(ws-ss-found-sub).
           move ws-ct-date(ws-ct-sub) to ws-ss-date(ws-ss-found-sub).
           move spaces to ws-ss-approver(ws-ss-found-sub).
           move "P" to ws-ss-status(ws-ss-found-sub).
           move 0 to ws-ss-skus(ws-ss-found-sub).
           move 0 to ws-ss-flagged(ws-ss-found-sub).
           move 0 to ws-ss-units(ws-ss-found-sub).
           move 0 to ws-ss-value(ws-ss-found-sub).

           perform varying ws-ref-sub from 1 by 1
             until ws-ref-sub > ws-num-approvals
               if ws-ap-key(ws-ref-sub) = ws-session-key
                   move "A" to ws-ss-status(ws-ss-found-sub)
                   move ws-ap-approver(ws-ref-sub)
                     to ws-ss-approver(ws-ss-found-sub)
               end-if
           end-perform.

           perform varying ws-ref-sub from 1 by 1
             until ws-ref-sub > ws-num-posted
               if ws-posted-key(ws-ref-sub) = ws-session-key
                   move "D" to ws-ss-status(ws-ss-found-sub)
               end-if
           end-perform.

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

      *    Prices every counted SKU against its book quantity - the
      *    frozen one when the count was seen on an earlier night,
      *    otherwise tonight's on-hand - and marks the on-hand rows
      *    the count covered
       200-value-counts.

           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-counts

               move ws-ct-sku(ws-ct-sub) to ws-search-sku
               perform 053-find-product
               move ws-matched-dept to ws-ct-dept(ws-ct-sub)
               move ws-matched-price to ws-ct-price(ws-ct-sub)

               move ws-ct-store(ws-ct-sub) to ws-oh-search-key(1:2)
               move ws-ct-sku(ws-ct-sub) to ws-oh-search-key(3:15)
               perform 058-find-onhand-entry

               if ws-oh-found-sub > 0 then
                   move "Y" to ws-oh-counted(ws-oh-found-sub)
               end-if

               perform 062-find-count-book

               if ws-bk-found-sub > 0 then
                   move ws-bk-qty(ws-bk-found-sub)
                     to ws-ct-book(ws-ct-sub)
               else
                   if ws-oh-found-sub > 0 then
                       move ws-oh-qty(ws-oh-found-sub)
                         to ws-ct-book(ws-ct-sub)
                   else
                       move 0 to ws-ct-book(ws-ct-sub)
                   end-if
               end-if

               compute ws-ct-variance(ws-ct-sub) =
                 ws-ct-counted(ws-ct-sub) - ws-ct-book(ws-ct-sub)

               compute ws-ct-value(ws-ct-sub) =
                 ws-ct-variance(ws-ct-sub) * ws-ct-price(ws-ct-sub)

               perform 210-flag-one-count

               move ws-ct-store(ws-ct-sub)
                 to ws-ct-print-key(ws-ct-sub)(1:2)
               move ws-ct-date(ws-ct-sub)
                 to ws-ct-print-key(ws-ct-sub)(3:8)
               move ws-ct-dept(ws-ct-sub)
                 to ws-ct-print-key(ws-ct-sub)(11:2)
               move ws-ct-sku(ws-ct-sub)
                 to ws-ct-print-key(ws-ct-sub)(13:15)

           end-perform.

      *    Over the unit or the dollar tolerance either way is
      *    flagged; a SKU not on the product master is flagged on
      *    its own, since its value cannot be trusted
       210-flag-one-count.

           move spaces to ws-ct-flag(ws-ct-sub).

           if ws-ct-variance(ws-ct-sub) < 0 then
               compute ws-abs-units = 0 - ws-ct-variance(ws-ct-sub)
           else
               move ws-ct-variance(ws-ct-sub) to ws-abs-units
           end-if.

           if ws-ct-value(ws-ct-sub) < 0 then
               compute ws-abs-value = 0 - ws-ct-value(ws-ct-sub)
           else
               move ws-ct-value(ws-ct-sub) to ws-abs-value
           end-if.

           if ws-abs-units > ws-tol-units or
             ws-abs-value > ws-tol-value then
               move "OVER TOL" to ws-ct-flag(ws-ct-sub)
           end-if.

           if ws-sku-found-flag = "N" then
               move "NO MASTER" to ws-ct-flag(ws-ct-sub)
           end-if.

       250-sort-counts-for-report.

           move ws-num-counts to ws-ct-sort-gap.
           move "Y" to ws-ct-sort-swapped.

           perform until ws-ct-sort-gap = 1
             and ws-ct-sort-swapped = "N"

               compute ws-ct-sort-gap = (ws-ct-sort-gap * 10) / 13
               if ws-ct-sort-gap < 1 then
                   move 1 to ws-ct-sort-gap
               end-if

               move "N" to ws-ct-sort-swapped

               perform
                 varying ws-ct-sort-sub from 1 by 1
                 until ws-ct-sort-sub + ws-ct-sort-gap > ws-num-counts

                   if ws-ct-print-key(ws-ct-sort-sub) >
                     ws-ct-print-key(ws-ct-sort-sub + ws-ct-sort-gap)
                     then
                       move ws-count-entry(ws-ct-sort-sub)
                         to ws-ct-swap-entry
                       move ws-count-entry
                           (ws-ct-sort-sub + ws-ct-sort-gap)
                         to ws-count-entry(ws-ct-sort-sub)
                       move ws-ct-swap-entry
                         to ws-count-entry
                           (ws-ct-sort-sub + ws-ct-sort-gap)
                       move "Y" to ws-ct-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Prints the counted SKUs by store count and department,
      *    with a total at each department and store count break
       300-print-variance-report.

           move 0 to ws-prev-session.

           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-counts

               if ws-ct-session(ws-ct-sub) not = ws-prev-session then
                   if ws-prev-session > 0 then
                       perform 320-print-dept-total
                       perform 330-print-session-total
                   end-if
                   move ws-ct-session(ws-ct-sub) to ws-prev-session
                   perform 305-print-session-heading
                   move ws-ct-dept(ws-ct-sub) to ws-prev-dept
                   move 0 to ws-dept-units
                   move 0 to ws-dept-value
               end-if

               if ws-ct-dept(ws-ct-sub) not = ws-prev-dept then
                   perform 320-print-dept-total
                   move ws-ct-dept(ws-ct-sub) to ws-prev-dept
                   move 0 to ws-dept-units
                   move 0 to ws-dept-value
               end-if

               perform 310-print-one-count

           end-perform.

           if ws-prev-session > 0 then
               perform 320-print-dept-total
               perform 330-print-session-total
           end-if.

       305-print-session-heading.

           move ws-ss-store(ws-prev-session) to ws-sh-store.
           move ws-ss-date(ws-prev-session) to ws-sh-date.
           move spaces to ws-sh-status.

           if ss-approved-88(ws-prev-session) then
               string "APPROVED BY " delimited by size
                      ws-ss-approver(ws-prev-session)
                        delimited by size
                      " - POSTED TONIGHT" delimited by size
                 into ws-sh-status
               end-string
           end-if.

           if ss-pending-88(ws-prev-session) then
               move "AWAITING APPROVAL - NOT POSTED" to ws-sh-status
           end-if.

           if ss-posted-before-88(ws-prev-session) then
               move "ALREADY POSTED - IGNORED" to ws-sh-status
           end-if.

           write report-line from ws-session-heading-line
             after advancing 3 lines.
           write report-line from ws-count-heading-line
             after advancing 2 lines.

       310-print-one-count.

           move ws-ct-dept(ws-ct-sub) to ws-cd-dept.
           move ws-ct-sku(ws-ct-sub) to ws-cd-sku.
           move ws-ct-book(ws-ct-sub) to ws-cd-book.
           move ws-ct-counted(ws-ct-sub) to ws-cd-counted.
           move ws-ct-variance(ws-ct-sub) to ws-cd-variance.
           move ws-ct-price(ws-ct-sub) to ws-cd-price.
           move ws-ct-value(ws-ct-sub) to ws-cd-value.
           move ws-ct-flag(ws-ct-sub) to ws-cd-flag.

           write report-line from ws-count-detail-line
             after advancing 1 line.

           add ws-ct-variance(ws-ct-sub) to ws-dept-units.
           add ws-ct-value(ws-ct-sub) to ws-dept-value.

           add 1 to ws-ss-skus(ws-prev-session).
           add ws-ct-variance(ws-ct-sub)
             to ws-ss-units(ws-prev-session).
           add ws-ct-value(ws-ct-sub) to ws-ss-value(ws-prev-session).

           if ws-ct-flag(ws-ct-sub) not = spaces then
               add 1 to ws-ss-flagged(ws-prev-session)
           end-if.

       320-print-dept-total.

           move ws-prev-dept to ws-dt-dept.
           move ws-dept-units to ws-dt-units.
           move ws-dept-value to ws-dt-value.

           write report-line from ws-dept-total-line
             after advancing 1 line.

       330-print-session-total.

           move ws-ss-skus(ws-prev-session) to ws-st-skus.
           move ws-ss-flagged(ws-prev-session) to ws-st-flagged.
           move ws-ss-units(ws-prev-session) to ws-st-units.
           move ws-ss-value(ws-prev-session) to ws-st-value.

           write report-line from ws-session-total-line
             after advancing 2 lines.

      *    Lists the SKUs with stock on the book at a store that
      *    counted tonight, but that no count covered - they are
      *    not adjusted, so a missed shelf is never booked as shrink
       400-print-uncounted.

           write report-line from ws-report-title-line2
             after advancing 3 lines.
           write report-line from ws-uncounted-title-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.
           write report-line from ws-uncounted-heading-line
             after advancing 1 line.

           perform varying ws-oh-sub from 1 by 1
             until ws-oh-sub > ws-num-onhand

               if ws-oh-counted(ws-oh-sub) = "N" and
                 ws-oh-qty(ws-oh-sub) not = 0 then

                   move 0 to ws-ss-found-sub
                   perform varying ws-ss-sub from 1 by 1
                     until ws-ss-sub > ws-num-sessions
                       if ws-ss-store(ws-ss-sub) =
                         ws-oh-store(ws-oh-sub) and
                         not ss-posted-before-88(ws-ss-sub)
                           move ws-ss-sub to ws-ss-found-sub
                       end-if
                   end-perform

                   if ws-ss-found-sub > 0 then
                       perform 410-print-one-uncounted
                   end-if

               end-if

           end-perform.

           if ws-uncounted-counter = 0 then
               write report-line from ws-uncounted-none-line
                 after advancing 1 line
           end-if.

       410-print-one-uncounted.

           add 1 to ws-uncounted-counter.

           move ws-oh-sku(ws-oh-sub) to ws-search-sku.
           perform 053-find-product.

           move ws-oh-store(ws-oh-sub) to ws-ud-store.
           move ws-matched-dept to ws-ud-dept.
           move ws-oh-sku(ws-oh-sub) to ws-ud-sku.
           move ws-oh-qty(ws-oh-sub) to ws-ud-book.
           move ws-matched-price to ws-ud-price.
           compute ws-uncounted-value =
             ws-oh-qty(ws-oh-sub) * ws-matched-price.
           move ws-uncounted-value to ws-ud-value.

           write report-line from ws-uncounted-detail-line
             after advancing 1 line.

      *    Writes the adjusting movements for every approved store
      *    count, logs the count as posted, and adds its loss to
      *    the shrink figure
       500-post-approved-counts.

           perform varying ws-ss-sub from 1 by 1
             until ws-ss-sub > ws-num-sessions
               if ss-approved-88(ws-ss-sub) then
                   perform 510-post-one-session
               end-if
               if ss-pending-88(ws-ss-sub) then
                   add 1 to ws-pending-counter
               end-if
               if ss-posted-before-88(ws-ss-sub) then
                   add 1 to ws-ignored-counter
               end-if
           end-perform.

       510-post-one-session.

           open extend movement-file.

           if ws-movement-status not = "00" then
               open output movement-file
           end-if.

           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-counts
               if ws-ct-session(ws-ct-sub) = ws-ss-sub and
                 ws-ct-variance(ws-ct-sub) not = 0 then
                   perform 520-write-movement
               end-if
           end-perform.

           close movement-file.

      *    A loss is a positive shrink figure; an overage nets it
      *    down
           subtract ws-ss-value(ws-ss-sub) from ws-shrink-value.
           add 1 to ws-posted-counter.

           open extend posted-log-file.

           if ws-postlog-status not = "00" then
               open output posted-log-file
           end-if.

           move ws-ss-store(ws-ss-sub) to pl-store-number.
           move ws-ss-date(ws-ss-sub) to pl-count-date.
           move ws-ss-approver(ws-ss-sub) to pl-approver.
           move ws-batch-number to pl-batch-number.
           move ws-batch-date to pl-batch-date.

           move "COUNTPST" to ws-bj-file-id.
           move "A" to ws-bj-action.
           move spaces to ws-bj-before.
           move posted-log-rec to ws-bj-after.
           perform 095-write-batch-journal.

           write posted-log-rec.

           close posted-log-file.

           move ws-ss-date(ws-ss-sub) to ws-al-invoice.
           move ws-ss-store(ws-ss-sub) to ws-al-store.
           move "COUNT POSTED" to ws-al-disposition.
           perform 090-write-audit-log.

      *    One movement per counted SKU that moved; a variance too
      *    large for one movement record goes out in pieces
       520-write-movement.

           move ws-ct-variance(ws-ct-sub) to ws-move-remaining.

           perform until ws-move-remaining = 0

               if ws-move-remaining > 99999 then
                   move 99999 to ws-move-chunk
               else
                   if ws-move-remaining < -99999 then
                       move -99999 to ws-move-chunk
                   else
                       move ws-move-remaining to ws-move-chunk
                   end-if
               end-if

               move ws-ct-store(ws-ct-sub) to mv-store-number
               move ws-ct-sku(ws-ct-sub) to mv-sku-code
               move ws-move-chunk to mv-quantity
               move ws-ct-date(ws-ct-sub) to mv-date
               move "A" to mv-movement-code
               move "INVMOVE" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move movement-rec to ws-bj-after
               perform 095-write-batch-journal
               write movement-rec

               subtract ws-move-chunk from ws-move-remaining
               add 1 to ws-movement-counter

           end-perform.

           move ws-ct-sku(ws-ct-sub)(1:9) to ws-al-invoice.
           move ws-ct-store(ws-ct-sub) to ws-al-store.
           move "COUNT ADJUSTMENT" to ws-al-disposition.
           perform 090-write-audit-log.

      *    Rewrites COUNTBOOK.dat with the book quantity of every
      *    SKU on a count still waiting for approval; posted and
      *    ignored counts drop off, as do counts no longer on file
       550-write-count-book.

           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-num-book
               move "N" to ws-bk-kept-flag(ws-bk-sub)
           end-perform.

           open output count-book-file.

           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-counts
               if ws-ct-session(ws-ct-sub) > 0 then
                   if ss-pending-88(ws-ct-session(ws-ct-sub)) then
                       move ws-ct-store(ws-ct-sub) to cb-store-number
                       move ws-ct-date(ws-ct-sub) to cb-count-date
                       move ws-ct-sku(ws-ct-sub) to cb-sku-code
                       move ws-ct-book(ws-ct-sub) to cb-book-qty
                       perform 555-journal-count-book
                       write count-book-rec
                   end-if
               end-if
           end-perform.

           close count-book-file.

      *    Whatever frozen book row was not written back has
      *    dropped off
           move "COUNTBK" to ws-bj-file-id.
           move "X" to ws-bj-action.
           move spaces to ws-bj-after.

           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-num-book
               if ws-bk-kept-flag(ws-bk-sub) = "N" then
                   move ws-bk-key(ws-bk-sub) to ws-bi-key
                   move ws-bk-qty(ws-bk-sub) to ws-bi-qty
                   move ws-book-image to ws-bj-before
                   perform 095-write-batch-journal
               end-if
           end-perform.

      *    A count frozen on an earlier night is journaled only if
      *    its book quantity has changed; one frozen tonight is
      *    journaled added
       555-journal-count-book.

           perform 062-find-count-book.

           move "COUNTBK" to ws-bj-file-id.
           move count-book-rec to ws-bj-after.

           if ws-bk-found-sub = 0 then
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               perform 095-write-batch-journal
           else
               move "Y" to ws-bk-kept-flag(ws-bk-found-sub)
               if ws-bk-qty(ws-bk-found-sub) not = ws-ct-book(ws-ct-sub)
                 then
                   move ws-bk-key(ws-bk-found-sub) to ws-bi-key
                   move ws-bk-qty(ws-bk-found-sub) to ws-bi-qty
                   move "C" to ws-bj-action
                   move ws-book-image to ws-bj-before
                   perform 095-write-batch-journal
               end-if
           end-if.

      *    Appends the shrink booked by tonight's posted counts to
      *    the ledger posting interface
       600-write-gl-daily.

           if ws-posted-counter > 0 then

               open extend gl-daily-file

               if ws-gldaily-status not = "00" then
                   open output gl-daily-file
               end-if

               move "SHRINK" to gd-source
               move ws-shrink-value to gd-amount
               write gl-daily-rec

               close gl-daily-file

           end-if.

       700-print-summary.

           move ws-posted-counter to ws-sum-posted.
           move ws-pending-counter to ws-sum-pending.
           move ws-ignored-counter to ws-sum-ignored.
           move ws-movement-counter to ws-sum-movements.
           move ws-shrink-value to ws-sum-shrink.
           move ws-uncounted-counter to ws-sum-uncounted.

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

       end program CountRecon.
