       identification division.
       program-id. MasterMaint.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The MASTER MAINTENANCE program is the
      * one controlled path for changing the master files that used
      * to be hand-edited in a text editor. Each line of MASTMAINT.dat
      * is an add, change, or delete against STOREMAST.dat,
      * PRODMAST.dat, CASHMAST.dat, REASON.dat, PRICEHIST.dat, or
      * VENDCOST.dat, carrying the initials of whoever asked for
      * it. Every
      * transaction is held to the same rules ControlFileCheck
      * applies at night - no blank or duplicate keys, numeric
      * prices, real dates, stores that are on the store master -
      * plus the referential checks the nightly check cannot make:
      * a store that still has INVRANGE.dat or TAXRATE.dat rows, or
      * a SKU that still has stock on ONHAND.dat, cannot be
      * deleted. A master that takes at least one change keeps its
      * as-found copy on the matching .bak file before it is
      * rewritten. The maintenance register prints the before and
      * after image of every change with the requester, and the
      * rejected transactions are listed with their reason and
      * never applied.

       environment division.
       input-output section.
       file-control.

           select maintenance-file
               assign to "../../../data/MASTMAINT.dat"
               organization is line sequential
               file status is ws-maint-status.

      *The master under maintenance and its backup generation; the
      *names are set for each master in turn
           select master-file
               assign to ws-master-name
               organization is line sequential
               file status is ws-master-status.

           select master-backup-file
               assign to ws-backup-name
               organization is line sequential.

           select tax-rate-file
               assign to "../../../data/TAXRATE.dat"
               organization is line sequential
               file status is ws-taxrate-status.

           select invrange-file
               assign to "../../../data/INVRANGE.dat"
               organization is line sequential
               file status is ws-invrange-status.

           select onhand-file
               assign to "../../../data/ONHAND.dat"
               organization is line sequential
               file status is ws-onhand-status.

           select register-file
               assign to "../../../data/MasterMaint.out"
               organization is line sequential.

           select audit-log-file
               assign to "../../../data/AuditLog.out"
               organization is line sequential
               file status is ws-auditlog-status.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.

      *One maintenance transaction per line: which master, the
      *action (A add, C change, D delete), the requester's
      *initials, and the full record image in that master's own
      *layout - for a delete only the key positions are read
       fd maintenance-file
           data record is maintenance-rec
           record contains 62 characters.

       01 maintenance-rec.
         05 mt-master pic x(9).
         05 mt-action pic x.
         05 mt-requester pic x(3).
         05 mt-data pic x(49).

      *Wide enough for the longest master record (PRODMAST); the
      *shorter masters use the leading positions
       fd master-file
           data record is master-rec
           record contains 49 characters.

       01 master-rec pic x(49).

       fd master-backup-file
           data record is master-backup-rec
           record contains 49 characters.

       01 master-backup-rec pic x(49).

       fd tax-rate-file
           data record is tax-rate-rec
           record contains 13 characters.

       01 tax-rate-rec.
         05 tr-store-number pic xx.
         05 tr-effective-date pic x(8).
         05 tr-tax-pct pic x(3).

       fd invrange-file
           data record is invrange-rec
           record contains 14 characters.

       01 invrange-rec.
         05 ir-store-number pic xx.
         05 ir-low pic x(6).
         05 ir-high pic x(6).

       fd onhand-file
           data record is onhand-rec
           record contains 25 characters.

       01 onhand-rec.
         05 oh-store-number pic xx.
         05 oh-sku-code pic x(15).
         05 oh-quantity pic s9(7) sign leading separate.

       fd register-file
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

       working-storage section.

      *End of file flags and file statuses
       01 ws-maint-status pic xx.
       01 ws-maint-eof pic x value "n".
       01 ws-master-status pic xx.
       01 ws-master-eof pic x value "n".
       01 ws-taxrate-status pic xx.
       01 ws-taxrate-eof pic x value "n".
       01 ws-invrange-status pic xx.
       01 ws-invrange-eof pic x value "n".
       01 ws-onhand-status pic xx.
       01 ws-onhand-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "MASTERMAINT".
       01 ws-al-disposition pic x(20).
       01 ws-al-invoice pic x(9).
       01 ws-al-store pic xx.
       01 ws-al-code pic x.

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the register heading and every audit line
       01 ws-runctl-status pic xx.
       01 ws-batch-date pic 9(8) value 0.
       01 ws-batch-number pic 9(4) value 0.

       01 ws-batch-heading-line.
         05 filler pic x(6) value "BATCH ".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(51) value spaces.

      *The master under maintenance: its name, file names, key
      *length, record length, and the most rows the programs that
      *read it can hold
       01 ws-master-name pic x(40).
       01 ws-backup-name pic x(40).
       01 ws-current-master pic x(9).
       01 ws-key-len pic 99.
       01 ws-rec-len pic 99.
       01 ws-max-rows pic 9(5).

      *The master's rows, loaded from the file, maintained in
      *place, and written back out; a deleted row stays in the
      *table flagged and is dropped on the rewrite
       01 ws-num-rows pic 9(5) value 0.
       77 ws-max-table-rows pic 9(5) value 50000.
       01 ws-master-table.
         05 ws-master-entry occurs 1 to 50000 times
                       depending on ws-num-rows.
           10 ws-mr-data pic x(49).
           10 ws-mr-deleted pic x.
       01 ws-mr-sub pic 9(5).
       01 ws-mr-found-sub pic 9(5) value 0.
       01 ws-live-rows pic 9(5) value 0.

      *Maintenance transactions, loaded from MASTMAINT.dat and
      *worked master by master in the order they were keyed
       01 ws-num-trans pic 9(4) value 0.
       77 ws-max-trans pic 9(4) value 5000.
       01 ws-trans-table.
         05 ws-trans-entry occurs 1 to 5000 times
                       depending on ws-num-trans.
           10 ws-tr-master pic x(9).
           10 ws-tr-action pic x.
           10 ws-tr-requester pic x(3).
           10 ws-tr-data pic x(49).
           10 ws-tr-reject-reason pic x(24).
       01 ws-tr-sub pic 9(4).
       01 ws-master-trans-count pic 9(4) value 0.
       01 ws-master-applied-count pic 9(4) value 0.

      *The transaction under validation, viewed through each
      *master's layout
       01 ws-check-data pic x(49).
       01 ws-check-store-rec redefines ws-check-data.
         05 ck-sm-store-number pic xx.
         05 ck-sm-store-name pic x(20).
         05 filler pic x(27).
       01 ws-check-product-rec redefines ws-check-data.
         05 ck-pm-sku-code pic x(15).
         05 ck-pm-description pic x(20).
         05 ck-pm-department pic xx.
         05 ck-pm-unit-price pic x(7).
         05 ck-pm-vendor-number pic x(5).
       01 ws-check-cashier-rec redefines ws-check-data.
         05 ck-ca-cashier-id pic x(4).
         05 ck-ca-store-number pic xx.
         05 ck-ca-cashier-name pic x(20).
         05 filler pic x(23).
       01 ws-check-reason-rec redefines ws-check-data.
         05 ck-rm-reason-code pic xx.
         05 ck-rm-reason-desc pic x(20).
         05 ck-rm-reason-class pic x.
         05 filler pic x(26).
       01 ws-check-price-rec redefines ws-check-data.
         05 ck-ph-sku-code pic x(15).
         05 ck-ph-effective-date pic x(8).
         05 ck-ph-price pic x(7).
         05 filler pic x(19).
       01 ws-check-cost-rec redefines ws-check-data.
         05 ck-vc-sku-code pic x(15).
         05 ck-vc-vendor-number pic x(5).
         05 ck-vc-effective-date pic x(8).
         05 ck-vc-unit-cost pic x(7).
         05 filler pic x(14).
       01 ws-reject-reason pic x(24).

      *Store numbers as the store master stands after its own
      *maintenance, for the cashier store check
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-number-valid pic xx
              occurs 1 to 50 times
              depending on ws-num-of-stores.
       01 ws-store-sub pic 99.
       01 ws-store-found-flag pic x value "N".
       01 ws-check-store pic xx.

      *SKUs as the product master stands after its own
      *maintenance, for the price history and vendor cost SKU
      *checks
       77 ws-max-skus pic 9(5) value 50000.
       01 ws-num-skus pic 9(5) value 0.
       01 ws-sku-table.
         05 ws-sku-code pic x(15)
              occurs 1 to 50000 times
              depending on ws-num-skus.
       01 ws-sku-sub pic 9(5).
       01 ws-sku-found-flag pic x value "N".

      *Stores that still own rows on INVRANGE.dat or TAXRATE.dat,
      *and SKUs that still have stock on ONHAND.dat - the
      *referential checks on a delete
       01 ws-num-ir-stores pic 99 value 0.
       01 ws-ir-store-table.
         05 ws-ir-store pic xx
              occurs 1 to 50 times
              depending on ws-num-ir-stores.
       77 ws-max-tr-stores pic 999 value 200.
       01 ws-num-tr-stores pic 999 value 0.
       01 ws-tr-store-table.
         05 ws-tr-store pic xx
              occurs 1 to 200 times
              depending on ws-num-tr-stores.
       01 ws-ref-sub pic 999.
       01 ws-num-stocked pic 9(5) value 0.
       01 ws-stocked-table.
         05 ws-stocked-sku pic x(15)
              occurs 1 to 50000 times
              depending on ws-num-stocked.
       01 ws-ref-found-flag pic x value "N".

      *Date-check work fields, same rules as ControlFileCheck
       01 ws-date-checks.
         05 ws-date-valid-flag pic x value "N".
         05 ws-td-date pic 9(8).
         05 ws-td-date-r redefines ws-td-date.
           10 ws-td-year pic 9(4).
           10 ws-td-month pic 99.
           10 ws-td-day pic 99.
         05 ws-days-in-month pic 99.

      *Counters
       01 ws-calcs.
         05 ws-read-counter pic 9(5) value 0.
         05 ws-applied-counter pic 9(5) value 0.
         05 ws-rejected-counter pic 9(5) value 0.
         05 ws-rewritten-counter pic 9 value 0.

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(17) value spaces.
         05 filler pic x(30) value
                   "MASTER MAINTENANCE REGISTER -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(25) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

      *One register entry per applied transaction: what, who, and
      *the before and after images
       01 ws-register-detail-line.
         05 ws-rd-master pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-rd-action pic x(6).
         05 filler pic x(7) value "  KEY: ".
         05 ws-rd-key pic x(28).
         05 filler pic x(7) value "  REQ: ".
         05 ws-rd-requester pic x(3).
         05 filler pic x(18) value spaces.

       01 ws-register-before-line.
         05 filler pic x(10) value "  BEFORE: ".
         05 ws-before-data pic x(49).
         05 filler pic x(21) value spaces.

       01 ws-register-after-line.
         05 filler pic x(10) value "  AFTER : ".
         05 ws-after-data pic x(49).
         05 filler pic x(21) value spaces.

       01 ws-rewritten-line.
         05 filler pic x(9) value "REWRITE: ".
         05 ws-rw-master pic x(9).
         05 filler pic x(4) value " -  ".
         05 ws-rw-rows pic zzzz9.
         05 filler pic x(26) value
           " rows, prior copy kept on ".
         05 ws-rw-backup pic x(13).
         05 filler pic x(14) value spaces.

      *Rejected transaction section
       01 ws-rejected-heading-line.
         05 filler pic x(80) value
           "REJECTED MAINTENANCE TRANSACTIONS - NOT APPLIED".

       01 ws-rejected-detail-line.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-rj-master pic x(9).
         05 filler pic x(1) value spaces.
         05 ws-rj-action pic x.
         05 filler pic x(1) value spaces.
         05 ws-rj-key pic x(28).
         05 filler pic x(1) value spaces.
         05 ws-rj-requester pic x(3).
         05 filler pic x(1) value spaces.
         05 ws-rj-reason pic x(24).
         05 filler pic x(1) value spaces.

       01 ws-no-rejects-line.
         05 filler pic x(80) value
           "No maintenance transactions were rejected.".

       01 ws-no-trans-line.
         05 filler pic x(80) value
           "No maintenance transactions on file - nothing changed.".

      *Totals
       01 ws-total-read-line.
         05 filler pic x(25) value "TRANSACTIONS READ:".
         05 ws-tot-read pic zzzz9.
         05 filler pic x(50) value spaces.

       01 ws-total-applied-line.
         05 filler pic x(25) value "TRANSACTIONS APPLIED:".
         05 ws-tot-applied pic zzzz9.
         05 filler pic x(50) value spaces.

       01 ws-total-rejected-line.
         05 filler pic x(25) value "TRANSACTIONS REJECTED:".
         05 ws-tot-rejected pic zzzz9.
         05 filler pic x(50) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Opens the shared audit trail for append - ahead of the
      *    transaction load, which logs its screen-level rejections
           perform 065-open-audit-log.

      *    Loads the maintenance transactions and the files the
      *    referential checks look at
           perform 050-load-transactions.
           perform 052-load-invrange-stores.
           perform 054-load-tax-rate-stores.
           perform 056-load-stocked-skus.

           open output register-file.

           perform 100-print-headings.

           if ws-num-trans = 0 then

               write report-line from ws-no-trans-line
                 after advancing 2 lines

           else

      *        The store and product masters go first, so a
      *        cashier or price row keyed in the same run can
      *        refer to a store or SKU added ahead of it
               perform 200-maintain-store-master
               perform 220-maintain-product-master
               perform 240-maintain-cashier-master
               perform 260-maintain-reason-master
               perform 280-maintain-price-history
               perform 290-maintain-vendor-cost

           end-if.

           perform 500-print-rejected.
           perform 600-print-totals.

           close register-file.
           close audit-log-file.

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
               end-read

               close run-control-file

           end-if.

           if ws-batch-date = 0 then
               move function current-date(1:8) to ws-batch-date
           end-if.

           move ws-batch-number to ws-bh-number.
           move ws-batch-date to ws-bh-date.

      *    Loads every transaction; one naming a master this
      *    program does not maintain, or an action other than A, C,
      *    or D, is rejected here and never reaches a master
       050-load-transactions.

           open input maintenance-file.

           if ws-maint-status = "00" then

               perform until ws-maint-eof = "y"

                   read maintenance-file
                       at end
                           move "y" to ws-maint-eof
                       not at end
                           add 1 to ws-read-counter
                           if ws-num-trans < ws-max-trans then
                               add 1 to ws-num-trans
                               move mt-master
                                 to ws-tr-master(ws-num-trans)
                               move mt-action
                                 to ws-tr-action(ws-num-trans)
                               move mt-requester
                                 to ws-tr-requester(ws-num-trans)
                               move mt-data
                                 to ws-tr-data(ws-num-trans)
                               move spaces
                                 to ws-tr-reject-reason(ws-num-trans)
                               perform 051-screen-transaction
                           end-if
                   end-read

               end-perform

               close maintenance-file

           end-if.

       051-screen-transaction.

           if ws-tr-master(ws-num-trans) not = "STOREMAST" and
             ws-tr-master(ws-num-trans) not = "PRODMAST" and
             ws-tr-master(ws-num-trans) not = "CASHMAST" and
             ws-tr-master(ws-num-trans) not = "REASON" and
             ws-tr-master(ws-num-trans) not = "PRICEHIST" and
             ws-tr-master(ws-num-trans) not = "VENDCOST" then
               move "UNKNOWN MASTER FILE"
                 to ws-tr-reject-reason(ws-num-trans)
           else
               if ws-tr-action(ws-num-trans) not = "A" and
                 ws-tr-action(ws-num-trans) not = "C" and
                 ws-tr-action(ws-num-trans) not = "D" then
                   move "INVALID ACTION CODE"
                     to ws-tr-reject-reason(ws-num-trans)
               end-if
           end-if.

           if ws-tr-reject-reason(ws-num-trans) not = spaces then
               move ws-num-trans to ws-tr-sub
               perform 390-log-rejection
           end-if.

      *    Stores that still own invoice ranges
       052-load-invrange-stores.

           open input invrange-file.

           if ws-invrange-status = "00" then

               perform until ws-invrange-eof = "y"

                   read invrange-file
                       at end
                           move "y" to ws-invrange-eof
                       not at end
                           if ws-num-ir-stores < ws-max-stores then
                               add 1 to ws-num-ir-stores
                               move ir-store-number
                                 to ws-ir-store(ws-num-ir-stores)
                           end-if
                   end-read

               end-perform

               close invrange-file

           end-if.

      *    Stores that still own tax rates
       054-load-tax-rate-stores.

           open input tax-rate-file.

           if ws-taxrate-status = "00" then

               perform until ws-taxrate-eof = "y"

                   read tax-rate-file
                       at end
                           move "y" to ws-taxrate-eof
                       not at end
                           if ws-num-tr-stores < ws-max-tr-stores
                             then
                               add 1 to ws-num-tr-stores
                               move tr-store-number
                                 to ws-tr-store(ws-num-tr-stores)
                           end-if
                   end-read

               end-perform

               close tax-rate-file

           end-if.

      *    SKUs with any non-zero quantity at any store - negative
      *    positions count too, they are stock still to be sorted
      *    out
       056-load-stocked-skus.

           open input onhand-file.

           if ws-onhand-status = "00" then

               perform until ws-onhand-eof = "y"

                   read onhand-file
                       at end
                           move "y" to ws-onhand-eof
                       not at end
                           if oh-quantity not = 0 and
                             ws-num-stocked < ws-max-skus then
                               add 1 to ws-num-stocked
                               move oh-sku-code
                                 to ws-stocked-sku(ws-num-stocked)
                           end-if
                   end-read

               end-perform

               close onhand-file

           end-if.

      *    Sets ws-date-valid-flag when ws-td-date is a real
      *    calendar date, leap years included - same rules as Edit
       060-validate-calendar-date.

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

       065-open-audit-log.

           open extend audit-log-file

           if ws-auditlog-status not = "00" then
               open output audit-log-file
           end-if.

      *    The record is cleared to spaces first - the filler bytes
      *    between the fields are not initialized by the open, and a
      *    line sequential write rejects them otherwise
       090-write-audit-log.

           move spaces to audit-log-rec
           move ws-al-invoice to al-invoice-number
           move ws-al-code to al-transaction-code
           move ws-al-store to al-store-number
           move ws-auditlog-program to al-program
           move ws-al-disposition to al-disposition
           move ws-batch-date to al-batch-date
           move ws-batch-number to al-batch-number
           write audit-log-rec.

       100-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

      *    The store master; its surviving store numbers then feed
      *    the cashier store check
       200-maintain-store-master.

           move "STOREMAST" to ws-current-master.
           move "../../../data/STOREMAST.dat" to ws-master-name.
           move "../../../data/STOREMAST.bak" to ws-backup-name.
           move 2 to ws-key-len.
           move 22 to ws-rec-len.
           move ws-max-stores to ws-max-rows.

           perform 300-maintain-one-master.

           move 0 to ws-num-of-stores.

           perform varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-deleted(ws-mr-sub) = "N" and
                 ws-num-of-stores < ws-max-stores then
                   add 1 to ws-num-of-stores
                   move ws-mr-data(ws-mr-sub)(1:2)
                     to ws-store-number-valid(ws-num-of-stores)
               end-if
           end-perform.

      *    The product master; its surviving SKUs then feed the
      *    price history and vendor cost SKU checks
       220-maintain-product-master.

           move "PRODMAST" to ws-current-master.
           move "../../../data/PRODMAST.dat" to ws-master-name.
           move "../../../data/PRODMAST.bak" to ws-backup-name.
           move 15 to ws-key-len.
           move 49 to ws-rec-len.
           move ws-max-skus to ws-max-rows.

           perform 300-maintain-one-master.

           move 0 to ws-num-skus.

           perform varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-deleted(ws-mr-sub) = "N" and
                 ws-num-skus < ws-max-skus then
                   add 1 to ws-num-skus
                   move ws-mr-data(ws-mr-sub)(1:15)
                     to ws-sku-code(ws-num-skus)
               end-if
           end-perform.

       240-maintain-cashier-master.

           move "CASHMAST" to ws-current-master.
           move "../../../data/CASHMAST.dat" to ws-master-name.
           move "../../../data/CASHMAST.bak" to ws-backup-name.
           move 4 to ws-key-len.
           move 26 to ws-rec-len.
           move 500 to ws-max-rows.

           perform 300-maintain-one-master.

       260-maintain-reason-master.

           move "REASON" to ws-current-master.
           move "../../../data/REASON.dat" to ws-master-name.
           move "../../../data/REASON.bak" to ws-backup-name.
           move 2 to ws-key-len.
           move 23 to ws-rec-len.
           move 50 to ws-max-rows.

           perform 300-maintain-one-master.

      *    Price history rows are keyed by SKU and effective date
       280-maintain-price-history.

           move "PRICEHIST" to ws-current-master.
           move "../../../data/PRICEHIST.dat" to ws-master-name.
           move "../../../data/PRICEHIST.bak" to ws-backup-name.
           move 23 to ws-key-len.
           move 30 to ws-rec-len.
           move 2000 to ws-max-rows.

           perform 300-maintain-one-master.

      *    Vendor cost rows are keyed by SKU, vendor, and effective
      *    date, the way price history is keyed by SKU and date
       290-maintain-vendor-cost.

           move "VENDCOST" to ws-current-master.
           move "../../../data/VENDCOST.dat" to ws-master-name.
           move "../../../data/VENDCOST.bak" to ws-backup-name.
           move 28 to ws-key-len.
           move 35 to ws-rec-len.
           move 5000 to ws-max-rows.

           perform 300-maintain-one-master.

      *    Loads the current master, keeps the as-found copy on the
      *    .bak file, applies the master's transactions in the order
      *    they were keyed, and rewrites the master only when
      *    something was applied. A master with no transactions is
      *    never touched
       300-maintain-one-master.

           move 0 to ws-master-trans-count.
           move 0 to ws-master-applied-count.

           perform varying ws-tr-sub from 1 by 1
             until ws-tr-sub > ws-num-trans
               if ws-tr-master(ws-tr-sub) = ws-current-master and
                 ws-tr-reject-reason(ws-tr-sub) = spaces then
                   add 1 to ws-master-trans-count
               end-if
           end-perform.

           perform 310-load-master.

           if ws-master-trans-count > 0 then

               perform 320-backup-master

               perform varying ws-tr-sub from 1 by 1
                 until ws-tr-sub > ws-num-trans
                   if ws-tr-master(ws-tr-sub) = ws-current-master and
                     ws-tr-reject-reason(ws-tr-sub) = spaces then
                       perform 330-apply-one-transaction
                   end-if
               end-perform

           end-if.

           if ws-master-applied-count > 0 then
               perform 380-rewrite-master
           end-if.

      *    A missing master loads empty, so the first adds create it
       310-load-master.

           move 0 to ws-num-rows.
           move "n" to ws-master-eof.

           open input master-file.

           if ws-master-status = "00" then

               perform until ws-master-eof = "y"

                   read master-file
                       at end
                           move "y" to ws-master-eof
                       not at end
                           if ws-num-rows < ws-max-table-rows then
                               add 1 to ws-num-rows
                               move master-rec
                                 to ws-mr-data(ws-num-rows)
                               move "N"
                                 to ws-mr-deleted(ws-num-rows)
                           end-if
                   end-read

               end-perform

               close master-file

           end-if.

      *    Retains the as-found master on its .bak file before any
      *    transaction touches it, so a bad change or delete can be
      *    put back by hand
       320-backup-master.

           open output master-backup-file.

           perform
             varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               move spaces to master-backup-rec
               move ws-mr-data(ws-mr-sub)(1:ws-rec-len)
                 to master-backup-rec
               write master-backup-rec
           end-perform.

           close master-backup-file.

      *    Validates one transaction against its master and the
      *    referential files, then applies it or rejects it
       330-apply-one-transaction.

           move ws-tr-data(ws-tr-sub) to ws-check-data.
           move spaces to ws-reject-reason.

           perform 340-find-master-row.

      *    The rules every master shares: the key must be filled
      *    in, an add must not collide with a live row, and a
      *    change or delete must find one
           if ws-check-data(1:ws-key-len) = spaces then
               move "BLANK KEY" to ws-reject-reason
           else
               if ws-tr-action(ws-tr-sub) = "A" and
                 ws-mr-found-sub > 0 then
                   move "DUPLICATE KEY ON MASTER" to ws-reject-reason
               end-if
               if ws-tr-action(ws-tr-sub) not = "A" and
                 ws-mr-found-sub = 0 then
                   move "KEY NOT ON MASTER" to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces and
             ws-tr-action(ws-tr-sub) = "A" then
               perform 345-count-live-rows
               if ws-live-rows not < ws-max-rows or
                 ws-num-rows not < ws-max-table-rows then
                   move "MASTER IS FULL" to ws-reject-reason
               end-if
           end-if.

      *    Then the rules for the master's own fields on an add or
      *    change, and the referential rules on a delete
           if ws-reject-reason = spaces then
               if ws-tr-action(ws-tr-sub) = "D" then
                   perform 360-check-delete
               else
                   perform 350-check-fields
               end-if
           end-if.

           if ws-reject-reason = spaces then
               perform 370-post-transaction
           else
               move ws-reject-reason
                 to ws-tr-reject-reason(ws-tr-sub)
               perform 390-log-rejection
           end-if.

      *    Finds the live row with the transaction's key
       340-find-master-row.

           move 0 to ws-mr-found-sub.

           perform varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-found-sub = 0 and
                 ws-mr-deleted(ws-mr-sub) not = "Y" and
                 ws-mr-data(ws-mr-sub)(1:ws-key-len) =
                 ws-check-data(1:ws-key-len) then
                   move ws-mr-sub to ws-mr-found-sub
               end-if
           end-perform.

       345-count-live-rows.

           move 0 to ws-live-rows.

           perform varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-deleted(ws-mr-sub) not = "Y" then
                   add 1 to ws-live-rows
               end-if
           end-perform.

      *    The ControlFileCheck rules for each master's fields
       350-check-fields.

           if ws-current-master = "PRODMAST" then
               if ck-pm-unit-price not numeric then
                   move "UNIT PRICE NOT NUMERIC" to ws-reject-reason
               end-if
           end-if.

           if ws-current-master = "CASHMAST" then
               move ck-ca-store-number to ws-check-store
               perform 355-find-store
               if ws-store-found-flag = "N" then
                   move "STORE NOT ON STOREMAST" to ws-reject-reason
               end-if
           end-if.

           if ws-current-master = "REASON" then
               if ck-rm-reason-desc = spaces then
                   move "BLANK REASON DESCRIPTION" to ws-reject-reason
               end-if
           end-if.

           if ws-current-master = "PRICEHIST" then
               perform 357-check-price-row
           end-if.

           if ws-current-master = "VENDCOST" then
               perform 358-check-cost-row
           end-if.

      *    Sets ws-store-found-flag when ws-check-store is on the
      *    maintained store list
       355-find-store.

           move "N" to ws-store-found-flag.

           perform varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               if ws-check-store =
                 ws-store-number-valid(ws-store-sub)
                   move "Y" to ws-store-found-flag
               end-if
           end-perform.

      *    A price row needs a SKU on the product master, a real
      *    effective date, and a numeric price
       357-check-price-row.

           move "N" to ws-sku-found-flag.

           perform varying ws-sku-sub from 1 by 1
             until ws-sku-sub > ws-num-skus
               if ws-sku-code(ws-sku-sub) = ck-ph-sku-code
                   move "Y" to ws-sku-found-flag
               end-if
           end-perform.

           if ws-sku-found-flag = "N" then
               move "SKU NOT ON PRODMAST" to ws-reject-reason
           else
               if ck-ph-effective-date not numeric then
                   move "EFFECTIVE DATE NOT NUMERIC"
                     to ws-reject-reason
               else
                   move ck-ph-effective-date to ws-td-date
                   perform 060-validate-calendar-date
                   if ws-date-valid-flag = "N" then
                       move "EFFECTIVE DATE NOT REAL"
                         to ws-reject-reason
                   else
                       if ck-ph-price not numeric then
                           move "PRICE NOT NUMERIC"
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

      *    A cost row needs a SKU on the product master, a vendor
      *    number, a real effective date, and a numeric cost
       358-check-cost-row.

           move "N" to ws-sku-found-flag.

           perform varying ws-sku-sub from 1 by 1
             until ws-sku-sub > ws-num-skus
               if ws-sku-code(ws-sku-sub) = ck-vc-sku-code
                   move "Y" to ws-sku-found-flag
               end-if
           end-perform.

           if ws-sku-found-flag = "N" then
               move "SKU NOT ON PRODMAST" to ws-reject-reason
           else
               if ck-vc-vendor-number = spaces then
                   move "BLANK VENDOR NUMBER" to ws-reject-reason
               else
                   if ck-vc-effective-date not numeric then
                       move "EFFECTIVE DATE NOT NUMERIC"
                         to ws-reject-reason
                   else
                       move ck-vc-effective-date to ws-td-date
                       perform 060-validate-calendar-date
                       if ws-date-valid-flag = "N" then
                           move "EFFECTIVE DATE NOT REAL"
                             to ws-reject-reason
                       else
                           if ck-vc-unit-cost not numeric then
                               move "UNIT COST NOT NUMERIC"
                                 to ws-reject-reason
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *    A store that still owns invoice ranges or tax rates, or
      *    a SKU with stock still on hand, cannot be deleted - the
      *    rows left behind would point at nothing
       360-check-delete.

           if ws-current-master = "STOREMAST" then

               move "N" to ws-ref-found-flag
               perform varying ws-ref-sub from 1 by 1
                 until ws-ref-sub > ws-num-ir-stores
                   if ws-ir-store(ws-ref-sub) = ck-sm-store-number
                       move "Y" to ws-ref-found-flag
                   end-if
               end-perform
               if ws-ref-found-flag = "Y" then
                   move "STORE HAS INVRANGE ROWS" to ws-reject-reason
               end-if

               move "N" to ws-ref-found-flag
               perform varying ws-ref-sub from 1 by 1
                 until ws-ref-sub > ws-num-tr-stores
                   if ws-tr-store(ws-ref-sub) = ck-sm-store-number
                       move "Y" to ws-ref-found-flag
                   end-if
               end-perform
               if ws-ref-found-flag = "Y" and
                 ws-reject-reason = spaces then
                   move "STORE HAS TAXRATE ROWS" to ws-reject-reason
               end-if

           end-if.

           if ws-current-master = "PRODMAST" then

               move "N" to ws-ref-found-flag
               perform varying ws-ref-sub from 1 by 1
                 until ws-ref-sub > ws-num-stocked
                   if ws-stocked-sku(ws-ref-sub) = ck-pm-sku-code
                       move "Y" to ws-ref-found-flag
                   end-if
               end-perform
               if ws-ref-found-flag = "Y" then
                   move "SKU HAS STOCK ON HAND" to ws-reject-reason
               end-if

           end-if.

      *    Applies the transaction to the table and prints its
      *    register entry with the before and after images
       370-post-transaction.

           add 1 to ws-master-applied-count.
           add 1 to ws-applied-counter.

           move ws-current-master to ws-rd-master.
           move ws-check-data(1:ws-key-len) to ws-rd-key.
           move ws-tr-requester(ws-tr-sub) to ws-rd-requester.

           if ws-tr-action(ws-tr-sub) = "A" then
               move "ADD" to ws-rd-action
           end-if.
           if ws-tr-action(ws-tr-sub) = "C" then
               move "CHANGE" to ws-rd-action
           end-if.
           if ws-tr-action(ws-tr-sub) = "D" then
               move "DELETE" to ws-rd-action
           end-if.

           write report-line from ws-register-detail-line
             after advancing 2 lines.

           if ws-tr-action(ws-tr-sub) = "A" then
               move spaces to report-line
               move "  BEFORE: (not on file)" to report-line
               write report-line after advancing 1 line
           else
               move ws-mr-data(ws-mr-found-sub)(1:ws-rec-len)
                 to ws-before-data
               write report-line from ws-register-before-line
                 after advancing 1 line
           end-if.

           if ws-tr-action(ws-tr-sub) = "D" then
               move spaces to report-line
               move "  AFTER : (deleted)" to report-line
               write report-line after advancing 1 line
           else
               move spaces to ws-after-data
               move ws-check-data(1:ws-rec-len) to ws-after-data
               write report-line from ws-register-after-line
                 after advancing 1 line
           end-if.

           if ws-tr-action(ws-tr-sub) = "A" then
               add 1 to ws-num-rows
               move spaces to ws-mr-data(ws-num-rows)
               move ws-check-data(1:ws-rec-len)
                 to ws-mr-data(ws-num-rows)
               move "N" to ws-mr-deleted(ws-num-rows)
           end-if.

           if ws-tr-action(ws-tr-sub) = "C" then
               move spaces to ws-mr-data(ws-mr-found-sub)
               move ws-check-data(1:ws-rec-len)
                 to ws-mr-data(ws-mr-found-sub)
           end-if.

           if ws-tr-action(ws-tr-sub) = "D" then
               move "Y" to ws-mr-deleted(ws-mr-found-sub)
           end-if.

           move ws-check-data(1:9) to ws-al-invoice.
           move ws-tr-action(ws-tr-sub) to ws-al-code.
           perform 395-set-audit-store.
           move spaces to ws-al-disposition.
           if ws-tr-action(ws-tr-sub) = "A" then
               string ws-current-master delimited by space
                      " ADDED" delimited by size
                 into ws-al-disposition
               end-string
           end-if.
           if ws-tr-action(ws-tr-sub) = "C" then
               string ws-current-master delimited by space
                      " CHANGED" delimited by size
                 into ws-al-disposition
               end-string
           end-if.
           if ws-tr-action(ws-tr-sub) = "D" then
               string ws-current-master delimited by space
                      " DELETED" delimited by size
                 into ws-al-disposition
               end-string
           end-if.
           perform 090-write-audit-log.

      *    Rewrites the master from the table, dropping the rows
      *    deleted by this run
       380-rewrite-master.

           open output master-file.

           move 0 to ws-live-rows.

           perform
             varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-deleted(ws-mr-sub) not = "Y" then
                   move spaces to master-rec
                   move ws-mr-data(ws-mr-sub)(1:ws-rec-len)
                     to master-rec
                   write master-rec
                   add 1 to ws-live-rows
               end-if
           end-perform.

           close master-file.

           move ws-current-master to ws-rw-master.
           move ws-live-rows to ws-rw-rows.
           move spaces to ws-rw-backup.
           string ws-current-master delimited by space
                  ".bak" delimited by size
             into ws-rw-backup
           end-string.
           write report-line from ws-rewritten-line
             after advancing 2 lines.

      *    Counts a rejected transaction and leaves it on the trail
       390-log-rejection.

           add 1 to ws-rejected-counter.

           move ws-tr-data(ws-tr-sub)(1:9) to ws-al-invoice.
           move ws-tr-action(ws-tr-sub) to ws-al-code.
           move ws-tr-data(ws-tr-sub) to ws-check-data.
           move ws-tr-master(ws-tr-sub) to ws-current-master.
           perform 395-set-audit-store.
           move "MAINT REJECTED" to ws-al-disposition.
           perform 090-write-audit-log.

      *    The store column on the trail is filled in for the
      *    masters that carry a store number
       395-set-audit-store.

           move spaces to ws-al-store.

           if ws-current-master = "STOREMAST" then
               move ck-sm-store-number to ws-al-store
           end-if.

           if ws-current-master = "CASHMAST" then
               move ck-ca-store-number to ws-al-store
           end-if.

      *    Lists every rejected transaction with its reason
       500-print-rejected.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-rejected-heading-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.

           if ws-rejected-counter = 0 then
               write report-line from ws-no-rejects-line
                 after advancing 1 line
           end-if.

           perform varying ws-tr-sub from 1 by 1
             until ws-tr-sub > ws-num-trans
               if ws-tr-reject-reason(ws-tr-sub) not = spaces then
                   move ws-tr-master(ws-tr-sub) to ws-rj-master
                   move ws-tr-action(ws-tr-sub) to ws-rj-action
                   move ws-tr-data(ws-tr-sub)(1:28) to ws-rj-key
                   move ws-tr-requester(ws-tr-sub)
                     to ws-rj-requester
                   move ws-tr-reject-reason(ws-tr-sub)
                     to ws-rj-reason
                   write report-line from ws-rejected-detail-line
                     after advancing 1 line
               end-if
           end-perform.

       600-print-totals.

           move ws-read-counter to ws-tot-read.
           move ws-applied-counter to ws-tot-applied.
           move ws-rejected-counter to ws-tot-rejected.

           write report-line from ws-total-read-line
             after advancing 2 lines.
           write report-line from ws-total-applied-line
             after advancing 1 line.
           write report-line from ws-total-rejected-line
             after advancing 1 line.

       end program MasterMaint.
