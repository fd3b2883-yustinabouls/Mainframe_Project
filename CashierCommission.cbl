       identification division.
       program-id. CashierCommission.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The CASHIER COMMISSION program works out
      * the sales commission for the commissioned departments that
      * used to be figured on a spreadsheet. The night's validated S
      * and L records credit the selling cashier at the rate
      * COMMPLAN.dat sets for the SKU's department on PRODMAST.dat.
      * An R record is matched back to its original sale on the
      * keyed sales index SALEIDX.dat, and the commission on the
      * returned amount is clawed back from the cashier who made
      * that sale, in whatever pay period the return arrives. The
      * open pay period's figures are carried per cashier on
      * COMMACCR.dat with every credit and clawback on COMMDTL.dat.
      * On the first run dated in a new pay period the ended period
      * is closed: a statement per cashier is printed, the amounts
      * payable go to payroll on the fixed-layout interface file
      * PAYCOMM.dat, and a negative net is carried forward into the
      * new period instead of being paid.

       environment division.
       input-output section.
       file-control.

           select transaction-file
               assign to ws-transaction-name
               organization is line sequential
               file status is ws-transaction-status.

      *Keyed sales index DataSplitandCount maintains alongside the
      *history file - one read per return
           select sales-history-idx
               assign to ws-sales-history-idx-name
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-salesidx-status.

           select product-master-file
               assign to "../../../data/PRODMAST.dat"
               organization is line sequential
               file status is ws-prodmast-status.

      *One row per commissioned department; a department with no
      *row earns no commission
           select commission-plan-file
               assign to "../../../data/COMMPLAN.dat"
               organization is line sequential
               file status is ws-commplan-status.

      *Single-row control file: the start date of any one pay
      *period and the period length in days - same control-file
      *idiom as RETURNRATE.dat
           select pay-period-file
               assign to "../../../data/COMMPERD.dat"
               organization is line sequential
               file status is ws-payperiod-status.

           select cashier-master-file
               assign to "../../../data/CASHMAST.dat"
               organization is line sequential
               file status is ws-cashmast-status.

           select accrual-file
               assign to ws-accrual-name
               organization is line sequential
               file status is ws-accrual-status.

           select accrual-backup-file
               assign to ws-accrual-backup-name
               organization is line sequential.

      *Every credit and clawback, appended run after run
           select detail-file
               assign to ws-detail-name
               organization is line sequential
               file status is ws-detail-status.

      *Fixed-layout interface to payroll, rebuilt every run - a
      *night that closes no period sends a header and a zero
      *trailer
           select payroll-file
               assign to ws-payroll-name
               organization is line sequential.

           select commission-report-file
               assign to ws-commission-report-name
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

       fd product-master-file
           data record is product-master-rec
           record contains 49 characters.

       01 product-master-rec.
         05 pm-sku-code pic x(15).
         05 pm-description pic x(20).
         05 pm-department pic xx.
         05 pm-unit-price pic x(7).
         05 pm-vendor-number pic x(5).

       fd commission-plan-file
           data record is commission-plan-rec
           record contains 7 characters.

       01 commission-plan-rec.
         05 cp-department pic xx.
         05 cp-rate pic 9v9999.

       fd pay-period-file
           data record is pay-period-rec
           record contains 11 characters.

       01 pay-period-rec.
         05 pp-anchor-date pic 9(8).
         05 pp-period-days pic 9(3).

       fd cashier-master-file
           data record is cashier-master-rec
           record contains 26 characters.

       01 cashier-master-rec.
         05 cm-cashier-id pic x(4).
         05 cm-store-number pic xx.
         05 cm-cashier-name pic x(20).

      *One row per cashier with a balance in the open pay period:
      *the negative balance carried in, commission earned, and
      *commission clawed back
       fd accrual-file
           data record is accrual-rec
           record contains 42 characters.

       01 accrual-rec.
         05 ac-cashier-id pic x(4).
         05 ac-period-start pic 9(8).
         05 ac-store-number pic xx.
         05 ac-carried-in pic s9(7)v99 sign leading separate.
         05 ac-earned pic 9(7)v99.
         05 ac-clawed-back pic 9(7)v99.

       fd accrual-backup-file
           data record is accrual-backup-rec
           record contains 42 characters.

       01 accrual-backup-rec pic x(42).

       fd detail-file
           data record is detail-rec
           record contains 69 characters.

       01 detail-rec.
         05 cd-period-start pic 9(8).
         05 cd-cashier-id pic x(4).
         05 cd-batch-date pic 9(8).
         05 cd-transaction-code pic x.
         05 cd-store-number pic xx.
         05 cd-invoice-number pic x(9).
         05 cd-sku-code pic x(15).
         05 cd-department pic xx.
         05 cd-amount pic 9(5)v99.
         05 cd-rate pic 9v9999.
         05 cd-commission pic s9(5)v99 sign leading separate.

      *Payroll interface: an H header, one D detail per cashier
      *paid, and a T trailer with the record count and total
       fd payroll-file
           data record is payroll-header-rec
           record contains 40 characters.

       01 payroll-header-rec.
         05 ph-record-type pic x.
         05 ph-interface-id pic x(10).
         05 ph-batch-date pic 9(8).
         05 ph-closed-through pic 9(8).
         05 filler pic x(13).

       01 payroll-detail-rec.
         05 pd-record-type pic x.
         05 pd-cashier-id pic x(4).
         05 pd-store-number pic xx.
         05 pd-period-start pic 9(8).
         05 pd-period-end pic 9(8).
         05 pd-amount pic 9(7)v99.
         05 filler pic x(8).

       01 payroll-trailer-rec.
         05 pt-record-type pic x.
         05 pt-record-count pic 9(5).
         05 pt-total-amount pic 9(9)v99.
         05 filler pic x(23).

       fd commission-report-file
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
         05 ws-transaction-name pic x(48) value
             "../../../data/valid-project8.dat".
         05 ws-sales-history-idx-name pic x(48) value
             "../../../data/SALEIDX.dat".
         05 ws-accrual-name pic x(48) value
             "../../../data/COMMACCR.dat".
         05 ws-accrual-backup-name pic x(48) value
             "../../../data/COMMACCR.bak".
         05 ws-detail-name pic x(48) value
             "../../../data/COMMDTL.dat".
         05 ws-payroll-name pic x(48) value
             "../../../data/PAYCOMM.dat".
         05 ws-commission-report-name pic x(48) value
             "../../../data/CashierCommission.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-transaction-status pic xx.
       01 ws-transaction-eof pic x value "n".
       01 ws-salesidx-status pic xx.
       01 ws-salesidx-open-flag pic x value "N".
       01 ws-sale-found-flag pic x value "N".
       01 ws-prodmast-status pic xx.
       01 ws-prodmast-eof pic x value "n".
       01 ws-commplan-status pic xx.
       01 ws-commplan-eof pic x value "n".
       01 ws-payperiod-status pic xx.
       01 ws-cashmast-status pic xx.
       01 ws-cashmast-eof pic x value "n".
       01 ws-accrual-status pic xx.
       01 ws-accrual-eof pic x value "n".
       01 ws-detail-status pic xx.
       01 ws-detail-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "CASHIERCOMM".
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
         05 filler pic x(25) value spaces.

      *Pay period calendar, overridden from COMMPERD.dat when it is
      *present: two-week periods starting on Sunday 2026-01-04
       01 ws-anchor-date pic 9(8) value 20260104.
       01 ws-period-days pic 9(3) value 14.
       01 ws-period-start pic 9(8) value 0.
       01 ws-period-end pic 9(8) value 0.
       01 ws-period-calcs.
         05 ws-anchor-int pic 9(7).
         05 ws-batch-int pic 9(7).
         05 ws-start-int pic 9(7).
         05 ws-days-since pic s9(7).
         05 ws-periods-back pic 9(5).
         05 ws-closing-end pic 9(8).
         05 ws-oldest-closing pic 9(8).

      *Product master table, loaded from PRODMAST.dat at startup
      *and sorted so the department lookup can binary search, the
      *same way the other programs do
       77 ws-max-skus pic 9(5) value 50000.
       01 ws-product-table.
         05 ws-product-entry occurs 50000 times.
           10 ws-product-skus pic x(15).
           10 ws-product-dept pic xx.
       01 ws-num-skus pic 9(5) value 0.
       01 ws-matched-dept pic xx.
       01 ws-sku-found-flag pic x value "N".
       01 ws-search-sku pic x(15).

       01 ws-sku-sort-work.
         05 ws-sort-gap pic 9(5).
         05 ws-sort-sub pic 9(5).
         05 ws-sort-swapped pic x.
         05 ws-sku-swap-entry pic x(17).
         05 ws-search-lo pic 9(5).
         05 ws-search-hi pic 9(5).
         05 ws-search-mid pic 9(5).

      *Commission plan by department
       01 ws-num-plans pic 99 value 0.
       77 ws-max-plans pic 99 value 99.
       01 ws-plan-table.
         05 ws-plan-entry occurs 1 to 99 times
                       depending on ws-num-plans.
           10 ws-cp-dept pic xx.
           10 ws-cp-rate pic 9v9999.
       01 ws-cp-sub pic 99.
       01 ws-rate pic 9v9999 value 0.

      *Cashier table, loaded from CASHMAST.dat for the names and
      *home stores on the statements
       01 ws-num-cashiers pic 9(4) value 0.
       77 ws-max-cashiers pic 9(4) value 2000.
       01 ws-cashier-table.
         05 ws-cashier-entry occurs 1 to 2000 times
                       depending on ws-num-cashiers.
           10 ws-cs-id pic x(4).
           10 ws-cs-store pic xx.
           10 ws-cs-name pic x(20).
       01 ws-cs-sub pic 9(4).
       01 ws-cs-found-sub pic 9(4) value 0.

      *Accruals by cashier and pay period, sorted by cashier and
      *period at startup; cashiers new to the open period are
      *added on the end
       01 ws-num-accruals pic 9(4) value 0.
       77 ws-max-accruals pic 9(4) value 4000.
       01 ws-accrual-table.
         05 ws-accrual-entry occurs 1 to 4000 times
                       depending on ws-num-accruals.
           10 ws-ac-cashier pic x(4).
           10 ws-ac-period pic 9(8).
           10 ws-ac-store pic xx.
           10 ws-ac-carried-in pic s9(7)v99.
           10 ws-ac-earned pic 9(7)v99.
           10 ws-ac-clawed pic 9(7)v99.
       01 ws-ac-sub pic 9(4).
       01 ws-ac-found-sub pic 9(4) value 0.
       01 ws-ac-search-cashier pic x(4).
       01 ws-ac-sort-work.
         05 ws-ac-sort-gap pic 9(4).
         05 ws-ac-sort-sub pic 9(4).
         05 ws-ac-sort-swapped pic x.
         05 ws-ac-swap-entry pic x(41).

      *The accruals as loaded, in cashier and period order, so the
      *rewrite can journal each row the run added, changed, or
      *dropped
       01 ws-ac-loaded-count pic 9(4) value 0.
       01 ws-ac-loaded-sub pic 9(4) value 0.
       01 ws-ac-loaded-table.
         05 ws-ac-loaded-image pic x(42) occurs 4000 times.

      *The closing periods' detail rows, loaded off COMMDTL.dat
      *only on a night that closes a period and sorted by cashier,
      *period, and the order they were written, so each
      *statement's lines are read off in step with the accruals
       01 ws-num-details pic 9(5) value 0.
       77 ws-max-details pic 9(5) value 30000.
       01 ws-detail-table.
         05 ws-detail-entry occurs 1 to 30000 times
                       depending on ws-num-details.
           10 ws-dt-cashier pic x(4).
           10 ws-dt-period pic 9(8).
           10 ws-dt-sequence pic 9(5).
           10 ws-dt-code pic x.
           10 ws-dt-store pic xx.
           10 ws-dt-invoice pic x(9).
           10 ws-dt-sku pic x(15).
           10 ws-dt-dept pic xx.
           10 ws-dt-amount pic 9(5)v99.
           10 ws-dt-rate pic 9v9999.
           10 ws-dt-commission pic s9(5)v99.
       01 ws-dt-sub pic 9(5).
       01 ws-dt-sort-work.
         05 ws-dt-sort-gap pic 9(5).
         05 ws-dt-sort-sub pic 9(5).
         05 ws-dt-sort-swapped pic x.
         05 ws-dt-swap-entry pic x(65).

      *Work fields
       01 ws-closing-flag pic x value "N".
       01 ws-calcs.
         05 ws-commission pic 9(5)v99 value 0.
         05 ws-net pic s9(7)v99 value 0.
         05 ws-credit-counter pic 9(7) value 0.
         05 ws-credit-amount pic 9(8)v99 value 0.
         05 ws-clawback-counter pic 9(7) value 0.
         05 ws-clawback-amount pic 9(8)v99 value 0.
         05 ws-exception-counter pic 9(7) value 0.
         05 ws-statement-counter pic 9(5) value 0.
         05 ws-payroll-counter pic 9(5) value 0.
         05 ws-payroll-total pic 9(9)v99 value 0.
         05 ws-carried-counter pic 9(5) value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(18) value spaces.
         05 filler pic x(27) value
                   "CASHIER COMMISSION REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(27) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

      *Statement for one cashier and one ended pay period
       01 ws-statement-title-line.
         05 filler pic x(8) value "CASHIER ".
         05 ws-sh-cashier pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-sh-name pic x(20).
         05 filler pic x(7) value " STORE ".
         05 ws-sh-store pic xx.
         05 filler pic x(9) value "  PERIOD ".
         05 ws-sh-period-start pic 9(8).
         05 filler pic x(3) value " - ".
         05 ws-sh-period-end pic 9(8).
         05 filler pic x(9) value spaces.

       01 ws-statement-heading-line.
         05 filler pic x(40) value
           "Code Store Invoice    SKU             De".
         05 filler pic x(40) value
           "pt      Amount    Rate   Commission".

       01 ws-statement-detail-line.
         05 ws-sd-code pic x.
         05 filler pic x(4) value spaces.
         05 ws-sd-store pic xx.
         05 filler pic x(3) value spaces.
         05 ws-sd-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-sd-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-sd-dept pic xx.
         05 filler pic x(3) value spaces.
         05 ws-sd-amount pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-sd-rate pic 9.9999.
         05 filler pic x(2) value spaces.
         05 ws-sd-commission pic $$$,$$9.99-.
         05 filler pic x(6) value spaces.

       01 ws-statement-total-line.
         05 filler pic x(5) value spaces.
         05 ws-stl-label pic x(30).
         05 ws-stl-amount pic $$,$$$,$$9.99-.
         05 filler pic x(31) value spaces.

       01 ws-statement-result-line.
         05 filler pic x(5) value spaces.
         05 ws-srl-text pic x(75).

       01 ws-no-close-line.
         05 filler pic x(80) value
           "No pay period ended since the last run.".

      *Night's exceptions
       01 ws-exception-title-line.
         05 filler pic x(80) value "COMMISSION EXCEPTIONS".

       01 ws-exception-detail-line.
         05 filler pic x(12) value "EXCEPTION:  ".
         05 ws-exc-code pic x.
         05 filler pic x(2) value spaces.
         05 ws-exc-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-exc-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-exc-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-exc-reason pic x(24).
         05 filler pic x(9) value spaces.

       01 ws-no-exception-line.
         05 filler pic x(80) value
           "No commission exceptions this run.".

      *Open pay period standing by cashier
       01 ws-open-title-line.
         05 filler pic x(24) value "OPEN PAY PERIOD         ".
         05 ws-ot-period-start pic 9(8).
         05 filler pic x(3) value " - ".
         05 ws-ot-period-end pic 9(8).
         05 filler pic x(37) value spaces.

       01 ws-open-heading-line.
         05 filler pic x(40) value
           "Cashier Store   Carried In        Earned".
         05 filler pic x(40) value
           "   Clawed Back           Net".

       01 ws-open-detail-line.
         05 filler pic x(1) value spaces.
         05 ws-od-cashier pic x(4).
         05 filler pic x(4) value spaces.
         05 ws-od-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-od-carried-in pic $$$$,$$9.99-.
         05 filler pic x(2) value spaces.
         05 ws-od-earned pic $$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-od-clawed pic $$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-od-net pic $$$$,$$9.99-.
         05 filler pic x(15) value spaces.

      *Run totals
       01 ws-total-line.
         05 ws-tl-label pic x(30).
         05 ws-tl-count pic z(6)9.
         05 filler pic x(5) value " for ".
         05 ws-tl-amount pic $$,$$$,$$9.99.
         05 filler pic x(25) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp and works out the open pay period
           perform 045-load-run-control.
           perform 047-set-pay-period.

      *    Loads the product, plan, and cashier tables, opens the
      *    sales index, and loads the accruals, keeping a backup
      *    generation before this run rewrites them
           perform 050-load-product-master.
           perform 054-load-commission-plan.
           perform 056-load-cashiers.
           perform 057-open-sales-index.
           perform 060-load-accruals.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output commission-report-file.
           open output payroll-file.

           perform 100-print-headings.

      *    Closes any pay period that ended since the last run:
      *    statements, payroll rows, and negative carry-forward
           perform 200-close-ended-periods.

      *    Credits tonight's sales and layaways and claws back on
      *    tonight's returns
           open extend detail-file.
           if ws-detail-status not = "00" then
               open output detail-file
           end-if.

           perform 300-post-transactions.

           close detail-file.

           if ws-salesidx-open-flag = "Y" then
               close sales-history-idx
           end-if.

      *    Writes the accruals back out for the next run
           perform 400-write-accruals.

      *    Prints where every cashier stands in the open period
           perform 500-print-open-period.

           close payroll-file.
           close commission-report-file.
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
           move "../../../dryrun/valid-project8.dat"
             to ws-transaction-name.
           move "../../../dryrun/SALEIDX.dat"
             to ws-sales-history-idx-name.
           move "../../../dryrun/COMMACCR.dat" to ws-accrual-name.
           move "../../../dryrun/COMMACCR.bak"
             to ws-accrual-backup-name.
           move "../../../dryrun/COMMDTL.dat" to ws-detail-name.
           move "../../../dryrun/PAYCOMM.dat" to ws-payroll-name.
           move "../../../dryrun/CashierCommission.out"
             to ws-commission-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

      *    The open pay period is the one the batch date falls in,
      *    counted in whole periods forward or back from the anchor
      *    date on COMMPERD.dat
       047-set-pay-period.

           open input pay-period-file.

           if ws-payperiod-status = "00" then

               read pay-period-file
                   not at end
                       if pp-anchor-date is numeric and
                         pp-anchor-date > 0 then
                           move pp-anchor-date to ws-anchor-date
                       end-if
                       if pp-period-days is numeric and
                         pp-period-days > 0 then
                           move pp-period-days to ws-period-days
                       end-if
               end-read

               close pay-period-file

           end-if.

           compute ws-anchor-int =
             function integer-of-date(ws-anchor-date).
           compute ws-batch-int =
             function integer-of-date(ws-batch-date).
           compute ws-days-since = ws-batch-int - ws-anchor-int.

           if ws-days-since >= 0 then
               compute ws-periods-back =
                 ws-days-since / ws-period-days
               compute ws-start-int =
                 ws-anchor-int + (ws-periods-back * ws-period-days)
           else
               compute ws-periods-back =
                 (ws-period-days - 1 - ws-days-since) / ws-period-days
               compute ws-start-int =
                 ws-anchor-int - (ws-periods-back * ws-period-days)
           end-if.

           compute ws-period-start =
             function date-of-integer(ws-start-int).
           compute ws-period-end =
             function date-of-integer(ws-start-int + ws-period-days
                                      - 1).

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
      *    its department
       053-find-product.

           move spaces to ws-matched-dept.
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
               else
                   if ws-search-sku >
                     ws-product-skus(ws-search-mid) then
                       compute ws-search-lo = ws-search-mid + 1
                   else
                       compute ws-search-hi = ws-search-mid - 1
                   end-if
               end-if

           end-perform.

      *    No plan file means no department is commissioned
       054-load-commission-plan.

           open input commission-plan-file.

           if ws-commplan-status = "00" then

               perform until ws-commplan-eof = "y"

                   read commission-plan-file
                       at end
                           move "y" to ws-commplan-eof
                       not at end
                           if ws-num-plans < ws-max-plans and
                             cp-rate is numeric then
                               add 1 to ws-num-plans
                               move cp-department
                                 to ws-cp-dept(ws-num-plans)
                               move cp-rate to ws-cp-rate(ws-num-plans)
                           end-if
                   end-read

               end-perform

               close commission-plan-file

           end-if.

      *    Returns the plan rate for ws-matched-dept, zero when the
      *    department is not commissioned
       055-find-rate.

           move 0 to ws-rate.

           perform varying ws-cp-sub from 1 by 1
             until ws-cp-sub > ws-num-plans
               if ws-cp-dept(ws-cp-sub) = ws-matched-dept then
                   move ws-cp-rate(ws-cp-sub) to ws-rate
               end-if
           end-perform.

       056-load-cashiers.

           open input cashier-master-file.

           if ws-cashmast-status = "00" then

               perform until ws-cashmast-eof = "y"

                   read cashier-master-file
                       at end
                           move "y" to ws-cashmast-eof
                       not at end
                           if ws-num-cashiers < ws-max-cashiers then
                               add 1 to ws-num-cashiers
                               move cm-cashier-id
                                 to ws-cs-id(ws-num-cashiers)
                               move cm-store-number
                                 to ws-cs-store(ws-num-cashiers)
                               move cm-cashier-name
                                 to ws-cs-name(ws-num-cashiers)
                           end-if
                   end-read

               end-perform

               close cashier-master-file

           end-if.

      *    An absent index (a standalone run before the split ever
      *    ran) leaves matching inert; every return then reads as
      *    having no matching sale
       057-open-sales-index.

           open input sales-history-idx.

           if ws-salesidx-status = "00" then
               move "Y" to ws-salesidx-open-flag
           end-if.

       058-find-cashier.

           move 0 to ws-cs-found-sub.

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cashiers
               or ws-cs-found-sub > 0
               if ws-cs-id(ws-cs-sub) = ws-ac-search-cashier then
                   move ws-cs-sub to ws-cs-found-sub
               end-if
           end-perform.

       060-load-accruals.

           open input accrual-file.

           if ws-accrual-status = "00" then

               perform until ws-accrual-eof = "y"

                   read accrual-file
                       at end
                           move "y" to ws-accrual-eof
                       not at end
                           if ws-num-accruals < ws-max-accruals then
                               add 1 to ws-num-accruals
                               move ac-cashier-id
                                 to ws-ac-cashier(ws-num-accruals)
                               move ac-period-start
                                 to ws-ac-period(ws-num-accruals)
                               move ac-store-number
                                 to ws-ac-store(ws-num-accruals)
                               move ac-carried-in
                                 to ws-ac-carried-in(ws-num-accruals)
                               move ac-earned
                                 to ws-ac-earned(ws-num-accruals)
                               move ac-clawed-back
                                 to ws-ac-clawed(ws-num-accruals)
                           end-if
                   end-read

               end-perform

               close accrual-file

           end-if.

           perform 062-sort-accruals.

      *    Retains the as-loaded accruals on COMMACCR.bak before
      *    400-write-accruals rewrites the live file in place
           open output accrual-backup-file.

           perform
             varying ws-ac-sub from 1 by 1
             until ws-ac-sub > ws-num-accruals
               perform 064-move-accrual-out
               write accrual-backup-rec from accrual-rec
               move accrual-rec to ws-ac-loaded-image(ws-ac-sub)
           end-perform.

           close accrual-backup-file.

           move ws-num-accruals to ws-ac-loaded-count.

      *    Orders the accruals by cashier and period
       062-sort-accruals.

           move ws-num-accruals to ws-ac-sort-gap.
           move "Y" to ws-ac-sort-swapped.

           perform until ws-ac-sort-gap <= 1
             and ws-ac-sort-swapped = "N"

               compute ws-ac-sort-gap = (ws-ac-sort-gap * 10) / 13
               if ws-ac-sort-gap < 1 then
                   move 1 to ws-ac-sort-gap
               end-if

               move "N" to ws-ac-sort-swapped

               perform
                 varying ws-ac-sort-sub from 1 by 1
                 until ws-ac-sort-sub + ws-ac-sort-gap
                   > ws-num-accruals

                   if ws-accrual-entry(ws-ac-sort-sub)(1:12) >
                     ws-accrual-entry
                       (ws-ac-sort-sub + ws-ac-sort-gap)(1:12) then
                       move ws-accrual-entry(ws-ac-sort-sub)
                         to ws-ac-swap-entry
                       move ws-accrual-entry
                           (ws-ac-sort-sub + ws-ac-sort-gap)
                         to ws-accrual-entry(ws-ac-sort-sub)
                       move ws-ac-swap-entry
                         to ws-accrual-entry
                           (ws-ac-sort-sub + ws-ac-sort-gap)
                       move "Y" to ws-ac-sort-swapped
                   end-if

               end-perform

           end-perform.

       064-move-accrual-out.

           move ws-ac-cashier(ws-ac-sub) to ac-cashier-id.
           move ws-ac-period(ws-ac-sub) to ac-period-start.
           move ws-ac-store(ws-ac-sub) to ac-store-number.
           move ws-ac-carried-in(ws-ac-sub) to ac-carried-in.
           move ws-ac-earned(ws-ac-sub) to ac-earned.
           move ws-ac-clawed(ws-ac-sub) to ac-clawed-back.

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

      *    The record is cleared to spaces first - the filler bytes
      *    between the fields are not initialized by the open, and a
      *    line sequential write rejects them otherwise
       090-write-audit-log.

           move spaces to audit-log-rec
           move ws-al-invoice to al-invoice-number
           move tr-transaction-code to al-transaction-code
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

      *    Any accrual dated before the open period belongs to a
      *    period that has ended. Its detail rows are loaded off
      *    COMMDTL.dat, a statement is printed per cashier, the net
      *    goes to payroll when positive or is carried into the
      *    open period when negative, and the accrual becomes the
      *    cashier's open-period accrual. The payroll file always
      *    gets its header and trailer
       200-close-ended-periods.

           move "N" to ws-closing-flag.
           move ws-period-start to ws-oldest-closing.

           perform
             varying ws-ac-sub from 1 by 1
             until ws-ac-sub > ws-num-accruals
               if ws-ac-period(ws-ac-sub) < ws-period-start then
                   move "Y" to ws-closing-flag
                   if ws-ac-period(ws-ac-sub) < ws-oldest-closing then
                       move ws-ac-period(ws-ac-sub)
                         to ws-oldest-closing
                   end-if
               end-if
           end-perform.

           move spaces to payroll-header-rec.
           move "H" to ph-record-type.
           move "COMMISSION" to ph-interface-id.
           move ws-batch-date to ph-batch-date.
           compute ws-closing-end =
             function date-of-integer(ws-start-int - 1).
           move ws-closing-end to ph-closed-through.
           write payroll-header-rec.

           if ws-closing-flag = "N" then

               write report-line from ws-no-close-line
                 after advancing 2 lines

           else

               perform 210-load-closing-details

               move 1 to ws-dt-sub

               perform
                 varying ws-ac-sub from 1 by 1
                 until ws-ac-sub > ws-num-accruals
                   if ws-ac-period(ws-ac-sub) < ws-period-start then
                       perform 230-print-one-statement
                   end-if
               end-perform

           end-if.

           move spaces to payroll-trailer-rec.
           move "T" to pt-record-type.
           move ws-payroll-counter to pt-record-count.
           move ws-payroll-total to pt-total-amount.
           write payroll-trailer-rec.

      *    Only the rows of the periods being closed are kept; rows
      *    of periods closed on earlier runs are passed over
       210-load-closing-details.

           open input detail-file.

           if ws-detail-status = "00" then

               perform until ws-detail-eof = "y"

                   read detail-file
                       at end
                           move "y" to ws-detail-eof
                       not at end
                           if cd-period-start >= ws-oldest-closing
                             and cd-period-start < ws-period-start
                             and ws-num-details < ws-max-details then
                               perform 215-add-one-detail
                           end-if
                   end-read

               end-perform

               close detail-file

           end-if.

           perform 220-sort-details.

       215-add-one-detail.

           add 1 to ws-num-details.
           move cd-cashier-id to ws-dt-cashier(ws-num-details).
           move cd-period-start to ws-dt-period(ws-num-details).
           move ws-num-details to ws-dt-sequence(ws-num-details).
           move cd-transaction-code to ws-dt-code(ws-num-details).
           move cd-store-number to ws-dt-store(ws-num-details).
           move cd-invoice-number to ws-dt-invoice(ws-num-details).
           move cd-sku-code to ws-dt-sku(ws-num-details).
           move cd-department to ws-dt-dept(ws-num-details).
           move cd-amount to ws-dt-amount(ws-num-details).
           move cd-rate to ws-dt-rate(ws-num-details).
           move cd-commission to ws-dt-commission(ws-num-details).

      *    Orders the detail rows by cashier, period, and sequence
       220-sort-details.

           move ws-num-details to ws-dt-sort-gap.
           move "Y" to ws-dt-sort-swapped.

           perform until ws-dt-sort-gap <= 1
             and ws-dt-sort-swapped = "N"

               compute ws-dt-sort-gap = (ws-dt-sort-gap * 10) / 13
               if ws-dt-sort-gap < 1 then
                   move 1 to ws-dt-sort-gap
               end-if

               move "N" to ws-dt-sort-swapped

               perform
                 varying ws-dt-sort-sub from 1 by 1
                 until ws-dt-sort-sub + ws-dt-sort-gap
                   > ws-num-details

                   if ws-detail-entry(ws-dt-sort-sub)(1:17) >
                     ws-detail-entry
                       (ws-dt-sort-sub + ws-dt-sort-gap)(1:17) then
                       move ws-detail-entry(ws-dt-sort-sub)
                         to ws-dt-swap-entry
                       move ws-detail-entry
                           (ws-dt-sort-sub + ws-dt-sort-gap)
                         to ws-detail-entry(ws-dt-sort-sub)
                       move ws-dt-swap-entry
                         to ws-detail-entry
                           (ws-dt-sort-sub + ws-dt-sort-gap)
                       move "Y" to ws-dt-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Prints the statement for the accrual at ws-ac-sub. The
      *    detail rows are in the same cashier-and-period order as
      *    the accruals, so ws-dt-sub only ever moves forward
       230-print-one-statement.

           move ws-ac-cashier(ws-ac-sub) to ws-ac-search-cashier.
           perform 058-find-cashier.

           move ws-ac-cashier(ws-ac-sub) to ws-sh-cashier.
           if ws-cs-found-sub > 0 then
               move ws-cs-name(ws-cs-found-sub) to ws-sh-name
           else
               move "NOT ON CASHIER MASTER" to ws-sh-name
           end-if.
           move ws-ac-store(ws-ac-sub) to ws-sh-store.
           move ws-ac-period(ws-ac-sub) to ws-sh-period-start.
           compute ws-closing-end =
             function date-of-integer(
               function integer-of-date(ws-ac-period(ws-ac-sub))
               + ws-period-days - 1).
           move ws-closing-end to ws-sh-period-end.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-statement-title-line
             after advancing 1 line.
           write report-line from ws-statement-heading-line
             after advancing 1 line.

           perform until ws-dt-sub > ws-num-details
             or ws-detail-entry(ws-dt-sub)(1:12) >
                ws-accrual-entry(ws-ac-sub)(1:12)
               if ws-detail-entry(ws-dt-sub)(1:12) =
                 ws-accrual-entry(ws-ac-sub)(1:12) then
                   perform 235-print-one-detail
               end-if
               add 1 to ws-dt-sub
           end-perform.

           compute ws-net = ws-ac-carried-in(ws-ac-sub)
             + ws-ac-earned(ws-ac-sub) - ws-ac-clawed(ws-ac-sub).

           move "Carried in from last period:" to ws-stl-label.
           move ws-ac-carried-in(ws-ac-sub) to ws-stl-amount.
           write report-line from ws-statement-total-line
             after advancing 2 lines.

           move "Commission earned:" to ws-stl-label.
           move ws-ac-earned(ws-ac-sub) to ws-stl-amount.
           write report-line from ws-statement-total-line
             after advancing 1 line.

           move "Clawed back on returns:" to ws-stl-label.
           move ws-ac-clawed(ws-ac-sub) to ws-stl-amount.
           write report-line from ws-statement-total-line
             after advancing 1 line.

           move "Net for the period:" to ws-stl-label.
           move ws-net to ws-stl-amount.
           write report-line from ws-statement-total-line
             after advancing 1 line.

           if ws-net > 0 then

               move spaces to payroll-detail-rec
               move "D" to pd-record-type
               move ws-ac-cashier(ws-ac-sub) to pd-cashier-id
               move ws-ac-store(ws-ac-sub) to pd-store-number
               move ws-ac-period(ws-ac-sub) to pd-period-start
               move ws-closing-end to pd-period-end
               move ws-net to pd-amount
               move "PAYCOMM" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move payroll-detail-rec to ws-bj-after
               perform 095-write-batch-journal
               write payroll-detail-rec
               add 1 to ws-payroll-counter
               add ws-net to ws-payroll-total

               move "SENT TO PAYROLL" to ws-srl-text
               move 0 to ws-ac-carried-in(ws-ac-sub)

           else

               if ws-net < 0 then
                   move "NEGATIVE - CARRIED INTO THE NEXT PERIOD"
                     to ws-srl-text
                   add 1 to ws-carried-counter
               else
                   move "NOTHING PAYABLE" to ws-srl-text
               end-if
               move ws-net to ws-ac-carried-in(ws-ac-sub)

           end-if.

           write report-line from ws-statement-result-line
             after advancing 1 line.

           add 1 to ws-statement-counter.

           move ws-period-start to ws-ac-period(ws-ac-sub).
           move 0 to ws-ac-earned(ws-ac-sub).
           move 0 to ws-ac-clawed(ws-ac-sub).

       235-print-one-detail.

           move ws-dt-code(ws-dt-sub) to ws-sd-code.
           move ws-dt-store(ws-dt-sub) to ws-sd-store.
           move ws-dt-invoice(ws-dt-sub) to ws-sd-invoice.
           move ws-dt-sku(ws-dt-sub) to ws-sd-sku.
           move ws-dt-dept(ws-dt-sub) to ws-sd-dept.
           move ws-dt-amount(ws-dt-sub) to ws-sd-amount.
           move ws-dt-rate(ws-dt-sub) to ws-sd-rate.
           move ws-dt-commission(ws-dt-sub) to ws-sd-commission.
           write report-line from ws-statement-detail-line
             after advancing 1 line.

      *    Reads tonight's validated transactions; S and L records
      *    credit the seller, R records claw back from the original
      *    seller
       300-post-transactions.

           write report-line from ws-exception-title-line
             after advancing 3 lines.

           open input transaction-file.

           if ws-transaction-status = "00" then

               perform until ws-transaction-eof = "y"

                   read transaction-file
                       at end
                           move "y" to ws-transaction-eof
                       not at end
                           if tr-transaction-code = "S" or
                             tr-transaction-code = "L" or
                             tr-transaction-code = "R" then
                               perform 310-post-one-transaction
                           end-if
                   end-read

               end-perform

               close transaction-file

           end-if.

           if ws-exception-counter = 0 then
               write report-line from ws-no-exception-line
                 after advancing 1 line
           end-if.

      *    Only SKUs in a commissioned department move commission
       310-post-one-transaction.

           move tr-sku-code to ws-search-sku.
           perform 053-find-product.

           if ws-sku-found-flag = "N" then
               move "SKU NOT ON PRODMAST" to ws-exc-reason
               perform 340-write-exception
           else

               perform 055-find-rate

               if ws-rate > 0 then
                   compute ws-commission rounded =
                     tr-transaction-amount * ws-rate
                   if tr-transaction-code = "R" then
                       perform 330-claw-back
                   else
                       move tr-cashier-id to ws-ac-search-cashier
                       perform 350-find-accrual
                       add ws-commission
                         to ws-ac-earned(ws-ac-found-sub)
                       add 1 to ws-credit-counter
                       add ws-commission to ws-credit-amount
                       perform 360-write-detail
                   end-if
               end-if

           end-if.

      *    The commission on the returned amount comes back from
      *    whoever rang the original sale, into the open period - a
      *    sale paid out in an earlier period is still clawed back
       330-claw-back.

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

           if ws-sale-found-flag = "N" then
               move "NO MATCHING SALE" to ws-exc-reason
               perform 340-write-exception
           else
           if sx-cashier-id = spaces then
               move "NO CASHIER ON SALE" to ws-exc-reason
               perform 340-write-exception
           else

               move sx-cashier-id to ws-ac-search-cashier
               perform 350-find-accrual
               add ws-commission to ws-ac-clawed(ws-ac-found-sub)
               add 1 to ws-clawback-counter
               add ws-commission to ws-clawback-amount
               perform 360-write-detail

               move tr-invoice-number to ws-al-invoice
               move tr-store-number to ws-al-store
               move "COMMISSION CLAWBACK" to ws-al-disposition
               perform 090-write-audit-log

           end-if
           end-if.

       340-write-exception.

           move tr-transaction-code to ws-exc-code.
           move tr-store-number to ws-exc-store.
           move tr-invoice-number to ws-exc-invoice.
           move tr-sku-code to ws-exc-sku.
           write report-line from ws-exception-detail-line
             after advancing 1 line.
           add 1 to ws-exception-counter.

           move tr-invoice-number to ws-al-invoice.
           move tr-store-number to ws-al-store.
           move "COMMISSION EXCEPTION" to ws-al-disposition.
           perform 090-write-audit-log.

      *    Finds the open-period accrual for ws-ac-search-cashier,
      *    adding one on the cashier's home store when there is
      *    none yet
       350-find-accrual.

           move 0 to ws-ac-found-sub.

           perform varying ws-ac-sub from 1 by 1
             until ws-ac-sub > ws-num-accruals
               or ws-ac-found-sub > 0
               if ws-ac-cashier(ws-ac-sub) = ws-ac-search-cashier and
                 ws-ac-period(ws-ac-sub) = ws-period-start then
                   move ws-ac-sub to ws-ac-found-sub
               end-if
           end-perform.

           if ws-ac-found-sub = 0 and
             ws-num-accruals < ws-max-accruals then

               add 1 to ws-num-accruals
               move ws-num-accruals to ws-ac-found-sub
               move ws-ac-search-cashier
                 to ws-ac-cashier(ws-ac-found-sub)
               move ws-period-start to ws-ac-period(ws-ac-found-sub)
               move 0 to ws-ac-carried-in(ws-ac-found-sub)
               move 0 to ws-ac-earned(ws-ac-found-sub)
               move 0 to ws-ac-clawed(ws-ac-found-sub)

               perform 058-find-cashier
               if ws-cs-found-sub > 0 then
                   move ws-cs-store(ws-cs-found-sub)
                     to ws-ac-store(ws-ac-found-sub)
               else
                   move tr-store-number
                     to ws-ac-store(ws-ac-found-sub)
               end-if

           end-if.

      *    One COMMDTL.dat row per credit or clawback, the clawback
      *    as a negative commission
       360-write-detail.

           move spaces to detail-rec.
           move ws-period-start to cd-period-start.
           move ws-ac-search-cashier to cd-cashier-id.
           move ws-batch-date to cd-batch-date.
           move tr-transaction-code to cd-transaction-code.
           move tr-store-number to cd-store-number.
           move tr-invoice-number to cd-invoice-number.
           move tr-sku-code to cd-sku-code.
           move ws-matched-dept to cd-department.
           move tr-transaction-amount to cd-amount.
           move ws-rate to cd-rate.
           if tr-transaction-code = "R" then
               compute cd-commission = 0 - ws-commission
           else
               move ws-commission to cd-commission
           end-if.

           move "COMMDTL" to ws-bj-file-id.
           move "A" to ws-bj-action.
           move spaces to ws-bj-before.
           move detail-rec to ws-bj-after.
           perform 095-write-batch-journal.

           write detail-rec.

      *    Rewrites COMMACCR.dat. A cashier with nothing carried,
      *    earned, or clawed back in the open period is dropped
       400-write-accruals.

           perform 062-sort-accruals.

           open output accrual-file.

           move 1 to ws-ac-loaded-sub.

           perform
             varying ws-ac-sub from 1 by 1
             until ws-ac-sub > ws-num-accruals
               if ws-ac-carried-in(ws-ac-sub) not = 0 or
                 ws-ac-earned(ws-ac-sub) not = 0 or
                 ws-ac-clawed(ws-ac-sub) not = 0 then
                   perform 064-move-accrual-out
                   perform 410-journal-accrual
                   write accrual-rec
               end-if
           end-perform.

      *    Whatever is left of the loaded rows was dropped
           perform until ws-ac-loaded-sub > ws-ac-loaded-count
               perform 415-journal-dropped-accrual
           end-perform.

           close accrual-file.

      *    The loaded rows and the rows going out are both in
      *    cashier and period order: a loaded row whose key has been
      *    passed was dropped - a closed period moves its row to
      *    the open period's key - one with the same key was kept,
      *    and a key that was not loaded is new
       410-journal-accrual.

           perform until ws-ac-loaded-sub > ws-ac-loaded-count
             or ws-ac-loaded-image(ws-ac-loaded-sub)(1:12) >=
                accrual-rec(1:12)
               perform 415-journal-dropped-accrual
           end-perform.

           move "COMMACCR" to ws-bj-file-id.
           move accrual-rec to ws-bj-after.

           if ws-ac-loaded-sub <= ws-ac-loaded-count and
             ws-ac-loaded-image(ws-ac-loaded-sub)(1:12) =
             accrual-rec(1:12) then
               if ws-ac-loaded-image(ws-ac-loaded-sub) not =
                 accrual-rec then
                   move "C" to ws-bj-action
                   move ws-ac-loaded-image(ws-ac-loaded-sub)
                     to ws-bj-before
                   perform 095-write-batch-journal
               end-if
               add 1 to ws-ac-loaded-sub
           else
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               perform 095-write-batch-journal
           end-if.

       415-journal-dropped-accrual.

           move "COMMACCR" to ws-bj-file-id.
           move "X" to ws-bj-action.
           move ws-ac-loaded-image(ws-ac-loaded-sub) to ws-bj-before.
           move spaces to ws-bj-after.
           perform 095-write-batch-journal.

           add 1 to ws-ac-loaded-sub.

       500-print-open-period.

           move ws-period-start to ws-ot-period-start.
           move ws-period-end to ws-ot-period-end.
           write report-line from ws-open-title-line
             after advancing 3 lines.
           write report-line from ws-open-heading-line
             after advancing 1 line.

           perform
             varying ws-ac-sub from 1 by 1
             until ws-ac-sub > ws-num-accruals
               if ws-ac-carried-in(ws-ac-sub) not = 0 or
                 ws-ac-earned(ws-ac-sub) not = 0 or
                 ws-ac-clawed(ws-ac-sub) not = 0 then
                   compute ws-net = ws-ac-carried-in(ws-ac-sub)
                     + ws-ac-earned(ws-ac-sub)
                     - ws-ac-clawed(ws-ac-sub)
                   move ws-ac-cashier(ws-ac-sub) to ws-od-cashier
                   move ws-ac-store(ws-ac-sub) to ws-od-store
                   move ws-ac-carried-in(ws-ac-sub)
                     to ws-od-carried-in
                   move ws-ac-earned(ws-ac-sub) to ws-od-earned
                   move ws-ac-clawed(ws-ac-sub) to ws-od-clawed
                   move ws-net to ws-od-net
                   write report-line from ws-open-detail-line
                     after advancing 1 line
               end-if
           end-perform.

           move "Commission credited tonight:" to ws-tl-label.
           move ws-credit-counter to ws-tl-count.
           move ws-credit-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 2 lines.

           move "Clawed back tonight:" to ws-tl-label.
           move ws-clawback-counter to ws-tl-count.
           move ws-clawback-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Statements, sent to payroll:" to ws-tl-label.
           move ws-statement-counter to ws-tl-count.
           move ws-payroll-total to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 1 line.

       end program CashierCommission.
