       file-control.
      *
           select input-file
               assign to ws-input-name
               organization is line sequential.

           select sc-report-file
               assign to ws-sc-report-name
               organization is line sequential.

           select return-data-file
               assign to ws-return-data-name
               organization is line sequential.

      *Kept as a persistent, append-only history (not truncated each
      *routinely for a sale from a prior day, not just today's
      *batch
           select saleslayaway-data-file
               assign to ws-saleslayaway-data-name
               organization is line sequential
               file status is ws-saleslayaway-status.

      *ReturnsProcessing and ExchangeProcessing can read just the
      *sales they need instead of loading the whole history
           select optional sales-history-idx
               assign to ws-sales-history-idx-name
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-prodmast-status.

           select sku-velocity-file
               assign to ws-sku-velocity-name
               organization is line sequential.

           select bank-deposit-file
               assign to ws-bank-deposit-name
               organization is line sequential.

           select exchange-data-file
               assign to ws-exchange-data-name
               organization is line sequential.

           select credit-memo-data-file
               assign to ws-credit-memo-data-name
               organization is line sequential.

           select giftcard-data-file
               assign to ws-giftcard-data-name
               organization is line sequential.

           select csv-extract-file
               assign to ws-csv-extract-name
               organization is line sequential.

           select return-exception-file
               assign to ws-return-exception-name
               organization is line sequential.

           select audit-log-file
               assign to ws-audit-log-name
               organization is line sequential
               file status is ws-auditlog-status.

           select ytd-totals-file
               assign to ws-ytd-totals-name
               organization is line sequential
               file status is ws-ytdtotals-status.

           select ytd-backup-file
               assign to ws-ytd-backup-name
               organization is line sequential.

           select ytd-prior-file
               organization is line sequential
               file status is ws-returnrate-status.

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
               file status is ws-cashmast-status.

           select cash-mgmt-report-file
               assign to ws-cash-mgmt-report-name
               organization is line sequential.

      *Plain-figure interface rows for the general ledger posting:
      *programs append their own figures, so GLPosting reads real
      *numbers instead of scraping edited report lines
           select gl-daily-file
               assign to ws-gl-daily-name
               organization is line sequential.

      *One dated summary record per store per run, appended so the
      *trend reporting can build week and month views without
      *anyone pasting daily CSVs into a spreadsheet
           select store-history-file
               assign to ws-store-history-name
               organization is line sequential
               file status is ws-storehist-status.

      *Persistent, append-only register of every personal check
      *taken, one row per check detail line - the returned-check
      *ledger matches the bank's returned items back to it
           select check-register-file
               assign to ws-check-register-name
               organization is line sequential
               file status is ws-checkreg-status.
      *
       data division.
       file section.
                   value "G".
           88 in-88-code-T
                   value "T".
           88 in-88-code-K
                   value "K".
         05 in-transaction-amount pic 9(5)V99.
         05 in-payment-type pic XX.
           88 in-88-type-CA
                   value "DB".
           88 in-88-type-CR
                   value "CR".
           88 in-88-type-CK
                   value "CK".
         05 in-store-number pic XX.
         05 in-invoice-number pic X(9).
         05 in-invoice-number-r redefines in-invoice-number.
         05 in-transaction-date pic 9(8).
         05 in-reason-code pic XX.
         05 in-cashier-id pic X(4).

      *A K check detail line carries the check's bank details in
      *place of the SKU, date, reason, and cashier
       01 check-detail-rec redefines input-rec.
         05 filler pic x(21).
         05 ck-routing-number pic x(9).
         05 ck-account-number pic x(14).
         05 ck-check-number pic x(6).
      *
       fd sc-report-file
           data record is report-line
      *
       fd sales-history-idx
           data record is sales-index-rec
           record contains 33 characters.

       01 sales-index-rec.
         05 sx-key.
         05 sx-transaction-code pic x.
         05 sx-transaction-amount pic 9(5)v99.
         05 sx-transaction-date pic 9(8).
         05 sx-payment-type pic xx.
         05 sx-cashier-id pic x(4).
      *
       fd store-master-file
           data record is store-master-rec

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

       fd cashier-master-file
           data record is cashier-master-rec
         05 sh-g-count pic 9(7).
         05 sh-g-amount pic 9(10)v99.

      *The check register, keyed in its first 31 bytes the same
      *way the returned-check ledger is keyed
       fd check-register-file
           data record is check-register-rec
           record contains 71 characters.

       01 check-register-rec.
         05 cr-store-number pic xx.
         05 cr-routing-number pic x(9).
         05 cr-account-number pic x(14).
         05 cr-check-number pic x(6).
         05 cr-invoice-number pic x(9).
         05 cr-check-date pic 9(8).
         05 cr-cashier-id pic x(4).
         05 cr-check-amount pic 9(5)v99.
         05 cr-batch-date pic 9(8).
         05 cr-batch-number pic 9(4).

       fd audit-log-file
           data record is audit-log-rec
           record contains 66 characters.
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
         05 ws-input-name pic x(48) value
             "../../../data/valid-project8.dat".
         05 ws-sc-report-name pic x(48) value
             "../../../data/CountsandControls.out".
         05 ws-return-data-name pic x(48) value
             "../../../data/return-project8.dat".
         05 ws-saleslayaway-data-name pic x(48) value
             "../../../data/saleslayaway-project8.dat".
         05 ws-sales-history-idx-name pic x(48) value
             "../../../data/SALEIDX.dat".
         05 ws-sku-velocity-name pic x(48) value
             "../../../data/SkuVelocity.out".
         05 ws-bank-deposit-name pic x(48) value
             "../../../data/BANKDEP.dat".
         05 ws-exchange-data-name pic x(48) value
             "../../../data/exchange-project8.dat".
         05 ws-credit-memo-data-name pic x(48) value
             "../../../data/creditmemo-project8.dat".
         05 ws-giftcard-data-name pic x(48) value
             "../../../data/giftcard-project8.dat".
         05 ws-csv-extract-name pic x(48) value
             "../../../data/CountsandControls.csv".
         05 ws-return-exception-name pic x(48) value
             "../../../data/ReturnException.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-ytd-totals-name pic x(48) value
             "../../../data/YTDTOTALS.dat".
         05 ws-ytd-backup-name pic x(48) value
             "../../../data/YTDTOTALS.bak".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".
         05 ws-cash-mgmt-report-name pic x(48) value
             "../../../data/CashManagement.out".
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".
         05 ws-store-history-name pic x(48) value
             "../../../data/STOREHIST.dat".
         05 ws-check-register-name pic x(48) value
             "../../../data/CHECKREG.dat".
      *
      *Indicates end of file flag
       01 ws-eof-flag pic x value 'n'.
       77 ws-auditlog-program pic x(16) value "DATASPLITANDCNT".
       01 ws-al-disposition pic x(20).

      *Batch journal row handed to 095-write-batch-journal: A a
      *row added, C a row changed, D a signed quantity applied
       01 ws-batchjrnl-status pic xx.
       01 ws-bj-file-id pic x(8).
       01 ws-bj-action pic x.
       01 ws-bj-before pic x(105).
       01 ws-bj-after pic x(105).

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report headings and every audit line
       01 ws-runctl-status pic xx.
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(5) value spaces.
       01 ws-ytdtotals-status pic xx.
       01 ws-ytdtotals-eof pic x value 'n'.
       01 ws-ytdprior-status pic xx.
       01 ws-salesidx-new-flag pic x value "N".
       01 ws-slidx-build-eof pic x value "n".
       01 ws-storehist-status pic xx.
       01 ws-checkreg-status pic xx.
       01 ws-check-matched-flag pic x value "Y".

      *The history record split back into its fields, for the
      *one-time conversion that seeds the index from the existing
      *occurs depending on clauses below, so new stores are a
      *data change, not a recompile
       01 ws-constants.
         05 ws-num-of-payment-types pic 99 value 5.
         05 ws-num-of-stores pic 99 value 0.
         05 ws-sub pic 99 value 1.
         05 ws-max-stores pic 99 value 50.
      *Total line 5: Percentage of number of transactions
      *    in each payment type category
      *
       01 ws-total5-line occurs 5 times.
         05 filler pic x(12) value "Payment Type".
      *               ----+----1----+----2----+----3----+
         05 filler pic x(2) value spaces.
         05 ws-total-amount-t pic $$,$$$,$$$,$$9.99.
         05 filler pic x(14) value spaces.
      *
      *Total line: Number of K check detail lines, for the same
      *reconciliation - they carry no money of their own, the CK
      *tender they describe already counted it
       01 ws-total16-line1.
         05 filler pic x(27) value "Total number of K records  ".
      *               ----+----1----+----2----+----3----+
         05 filler pic x(2) value spaces.
         05 ws-total-num-k pic z(6)9.
         05 filler pic x(24) value spaces.
      *
      *Declares the summary heading
       01 ws-summary6-line.
         05 filler pic x(60) value
      *    Per-tender DOLLARS for S&L transactions - split-tender
      *    groups land each tender line's own share here, so the
      *    percentages stop attributing a whole sale to one code
         05 ws-pct-num-calc pic 9(10)v99 value 0 occurs 5 times.
         05 ws-pct-calc pic 9(3) value 0 occurs 5 times.
         05 ws-pct-overall-calc pic 9(10)v99 value 0.
         05 ws-store-r-count-calc pic 9(7) value 0
              occurs 1 to 50 times depending on ws-num-of-stores.
         05 ws-total-amount-g-calc pic 9(10)v99 value 0.
         05 ws-total-num-t-calc pic 9(7) value 0.
         05 ws-total-amount-t-calc pic 9(10)v99 value 0.
         05 ws-total-num-k-calc pic 9(7) value 0.
         05 ws-total-store-g-calc pic 9(10)v99 value 0
              occurs 1 to 50 times depending on ws-num-of-stores.
         05 ws-store-g-count-calc pic 9(7) value 0
           10 filler pic xx value "CR".
           10 filler pic xx value "DB".
           10 filler pic xx value "GC".
           10 filler pic xx value "CK".
         05 ws-payment-type-records redefines ws-type-data occurs 5
                                    times.
           10 ws-type-name pic xx.
       01 ws-store-table.
       01 ws-deposit-table.
         05 ws-dp-store-entry occurs 1 to 50 times
              depending on ws-num-of-stores.
           10 ws-dp-tender-entry occurs 5 times.
             15 ws-dp-sales pic 9(10)v99.
             15 ws-dp-refunds pic 9(10)v99.
             15 ws-dp-memos pic 9(10)v99.
         05 ws-pend-ptype pic xx.
         05 ws-pend-invoice pic x(9).
         05 ws-pend-amount pic 9(5)v99.
         05 ws-pend-date pic 9(8).
         05 ws-pend-tender-count pic 9(3).
       01 ws-tender-matched-flag pic x value "Y".

           10 ws-ch-name pic x(20).
           10 ws-ch-cash-in pic 9(9)v99.
           10 ws-ch-cash-out pic 9(9)v99.
           10 ws-ch-check-in pic 9(9)v99.
           10 ws-ch-returns pic 9(7).
       01 ws-ch-sub pic 999.
       01 ws-ch-found-sub pic 999.
         05 filler pic x(80) value all "-".

       01 ws-cash-heading-line.
         05 filler pic x(47) value
           "Store Cashier Name                      Cash In".
         05 filler pic x(33) value
           "      Cash Out     Checks In Rtns".

      *Checks In is the personal checks the register took, which
      *sit in the drawer beside the cash at close
       01 ws-cash-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-cd-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-cd-cashier pic x(4).
         05 filler pic x(4) value spaces.
         05 ws-cd-name pic x(20).
         05 ws-cd-cash-in pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-cd-cash-out pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-cd-check-in pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-cd-returns pic zzz9.

       01 ws-cash-none-line.
         05 filler pic x(80) value
      *    Opens the persistent sales/layaway history for append,
      *    creating it if this is the first run ever
           perform 066-open-saleslayaway.

      *    Opens the batch journal the backout works from
           perform 069-open-batch-journal.

      *    Opens the persistent check register for append,
      *    creating it if this is the first run ever
           perform 064-open-check-register.
      *
      *Initial read of salary file
           read input-file
             audit-log-file.

           close sales-history-idx.
           close batch-journal-file.
           close check-register-file.
      *
           goback.

                   not at end
                       move rc-batch-date to ws-batch-date
                       move rc-batch-number to ws-batch-number
                       if rc-run-mode = "D" then
                           move "Y" to ws-dry-run-flag
                       end-if
               end-read

               close run-control-file
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
           move "../../../dryrun/valid-project8.dat" to ws-input-name.
           move "../../../dryrun/CountsandControls.out"
             to ws-sc-report-name.
           move "../../../dryrun/return-project8.dat"
             to ws-return-data-name.
           move "../../../dryrun/saleslayaway-project8.dat"
             to ws-saleslayaway-data-name.
           move "../../../dryrun/SALEIDX.dat"
             to ws-sales-history-idx-name.
           move "../../../dryrun/SkuVelocity.out"
             to ws-sku-velocity-name.
           move "../../../dryrun/BANKDEP.dat" to ws-bank-deposit-name.
           move "../../../dryrun/exchange-project8.dat"
             to ws-exchange-data-name.
           move "../../../dryrun/creditmemo-project8.dat"
             to ws-credit-memo-data-name.
           move "../../../dryrun/giftcard-project8.dat"
             to ws-giftcard-data-name.
           move "../../../dryrun/CountsandControls.csv"
             to ws-csv-extract-name.
           move "../../../dryrun/ReturnException.out"
             to ws-return-exception-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/YTDTOTALS.dat" to ws-ytd-totals-name.
           move "../../../dryrun/YTDTOTALS.bak" to ws-ytd-backup-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.
           move "../../../dryrun/CashManagement.out"
             to ws-cash-mgmt-report-name.
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.
           move "../../../dryrun/STOREHIST.dat"
             to ws-store-history-name.
           move "../../../dryrun/CHECKREG.dat"
             to ws-check-register-name.

       065-open-audit-log.

           open extend audit-log-file
               open output audit-log-file
           end-if.

       064-open-check-register.

           open extend check-register-file

           if ws-checkreg-status not = "00" then
               open output check-register-file
           end-if.

       066-open-saleslayaway.

           open extend saleslayaway-data-file
      *    only just created - the history already on file predates
      *    it and is folded in once, so day one of the index can
      *    already answer for every prior sale
      *    An index that will not open - one left in an older
      *    record layout, or damaged - is recreated empty and
      *    seeded from the history the same way as a missing one.
      *    If even that fails the night cannot go on, because every
      *    start, read, and write against the index would fail
      *    without a word; the run stops here, ahead of any write
      *    to a persistent file, and the restart resumes at this
      *    step once the index is put right
       067-open-sales-index.

           open i-o sales-history-idx.

           if ws-salesidx-status = "05" then
               move "Y" to ws-salesidx-new-flag
               perform 068-build-sales-index
           else
           if ws-salesidx-status not = "00" then
               move "Y" to ws-salesidx-new-flag
               close sales-history-idx
               open output sales-history-idx
               if ws-salesidx-status not = "00" then
                   perform 063-stop-sales-index
               end-if
               perform 068-build-sales-index
               close sales-history-idx
               open i-o sales-history-idx
               if ws-salesidx-status not = "00" then
                   perform 063-stop-sales-index
               end-if
           end-if
           end-if.

       063-stop-sales-index.

           display "DATASPLIT: SALEIDX.dat CANNOT BE OPENED OR "
             "REBUILT, FILE STATUS " ws-salesidx-status.
           display "DATASPLIT: RUN STOPPED - NO PERSISTENT FILE "
             "HAS BEEN UPDATED".
           move 16 to return-code.
           stop run.

      *    One-time conversion: streams the existing history file
      *    into the index. A duplicate key means the record is
      *    already there, which is exactly what a rerun should find
                           move ws-slp-amount
                             to sx-transaction-amount
                           move ws-slp-date to sx-transaction-date
                           move ws-slp-ptype to sx-payment-type
                           move ws-slp-cashier to sx-cashier-id
                           write sales-index-rec
                               invalid key
                                   continue

           end-if.

      *    Opens the batch journal for append, creating it on the
      *    first run that keeps one
       069-open-batch-journal.

           open extend batch-journal-file

           if ws-batchjrnl-status not = "00" then
               open output batch-journal-file
           end-if.

      *    The record is cleared to spaces first - the filler bytes
      *    between the fields are not initialized by the open, and a
      *    line sequential write rejects them otherwise
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

       050-load-store-master.

           open input store-master-file.
                                 to ws-ch-cash-in(ws-num-cashiers)
                               move 0
                                 to ws-ch-cash-out(ws-num-cashiers)
                               move 0
                                 to ws-ch-check-in(ws-num-cashiers)
                               move 0
                                 to ws-ch-returns(ws-num-cashiers)
                           end-if
       200-process-data.

      *    A tender detail line only moves money between tender
      *    buckets and a check detail line only goes on the check
      *    register; a transaction record first settles the group
      *    before it, then goes through the splits and totals
           if in-88-code-T then

               perform 247-process-tender-detail

           else
           if in-88-code-K then

               perform 249-process-check-detail

           else

               perform 243-finalize-pending

               perform 230-process-totals

           end-if
           end-if.

      *    Records this transaction's disposition to the shared
                   move "TENDER UNMATCHED" to ws-al-disposition
               end-if
           else
           if in-88-code-K then
               if ws-check-matched-flag = "Y" then
                   move "CHECK DETAIL" to ws-al-disposition
               else
                   move "CHECK UNMATCHED" to ws-al-disposition
               end-if
           else
           if in-88-code-R then
               move "RETURN" to ws-al-disposition
           else
                   end-if
               end-if
           end-if
           end-if
           end-if.
           perform 090-write-audit-log.

           move in-payment-type to ws-pend-ptype.
           move in-invoice-number to ws-pend-invoice.
           move in-transaction-amount to ws-pend-amount.
           move in-transaction-date to ws-pend-date.
           move 0 to ws-pend-tender-count.
           move "Y" to ws-pend-active.

      *    payment percentage buckets for sales and layaways, the
      *    per-store deposit buckets (sales and gift card
      *    issuances in, refunds and credit memos out), and the
      *    cashier's drawer when the tender is cash or a personal
      *    check
       246-attribute-tender.

           perform

           end-if.

           if ws-att-ptype = "CK" then

               perform 248-find-cashier-entry

               if ws-ch-found-sub > 0 then

                   if ws-att-code = "S" or "G"
                       add ws-att-amount
                         to ws-ch-check-in(ws-ch-found-sub)
                   end-if

               end-if

           end-if.

      *    One tender line of the pending transaction's group -
      *    its own share of the money goes to its own tender code.
      *    The line must carry the pending transaction's invoice:
           add 1 to ws-total-num-t-calc.
           add in-transaction-amount to ws-total-amount-t-calc.

      *    One check detail line, behind the CK tender it
      *    describes - the check goes on the register under the
      *    pending transaction's store, cashier, and date. Like a
      *    tender line, it must carry the pending transaction's
      *    invoice or it is left off, and the trail says so
       249-process-check-detail.

           if ws-pend-active = "Y" and
             in-invoice-number = ws-pend-invoice then

               move "Y" to ws-check-matched-flag

               move ws-pend-store to cr-store-number
               move ck-routing-number to cr-routing-number
               move ck-account-number to cr-account-number
               move ck-check-number to cr-check-number
               move in-invoice-number to cr-invoice-number
               move ws-pend-date to cr-check-date
               move ws-pend-cashier to cr-cashier-id
               move in-transaction-amount to cr-check-amount
               move ws-batch-date to cr-batch-date
               move ws-batch-number to cr-batch-number
               write check-register-rec

               move "CHECKREG" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move check-register-rec to ws-bj-after
               perform 095-write-batch-journal

           else
               move "N" to ws-check-matched-flag
           end-if.

           add 1 to ws-total-num-k-calc.

      *    Finds - or seeds - the cash-table entry for the store
      *    and cashier in the attribution fields
       248-find-cashier-entry.
               move "(NOT ON MASTER)" to ws-ch-name(ws-num-cashiers)
               move 0 to ws-ch-cash-in(ws-num-cashiers)
               move 0 to ws-ch-cash-out(ws-num-cashiers)
               move 0 to ws-ch-check-in(ws-num-cashiers)
               move 0 to ws-ch-returns(ws-num-cashiers)
               move ws-num-cashiers to ws-ch-found-sub
           end-if.
               move in-transaction-code to sx-transaction-code
               move in-transaction-amount to sx-transaction-amount
               move in-transaction-date to sx-transaction-date
               move in-payment-type to sx-payment-type
               move in-cashier-id to sx-cashier-id
               move "A" to ws-bj-action
               write sales-index-rec
                   invalid key
                       move "H" to ws-bj-action
               end-write

      *        H is a history line whose index record was already
      *        on file, so a backout takes the line and leaves the
      *        index alone
               move "SALEHIST" to ws-bj-file-id
               move spaces to ws-bj-before
               move input-rec to ws-bj-after
               perform 095-write-batch-journal
           end-if.
      *
      *    Proccesses the exchanges
           move ws-total-amount-g-calc to ws-total-amount-g.
           move ws-total-num-t-calc to ws-total-num-t.
           move ws-total-amount-t-calc to ws-total-amount-t.
           move ws-total-num-k-calc to ws-total-num-k.
           move ws-grand-amount-sl-calc to ws-grand-total-amount-sl.

      *    Adds today's per-store S&L figures onto the prior
           end-perform.

           perform 303-write-ytd-totals.
           perform 304-journal-ytd-increments.

      *    Summary 1: S&L transactions
           write report-line from ws-summary1-line

           write report-line from ws-total15-line2.

      *    Check detail line count, for the reconciliation
           write report-line from ws-total16-line1
             after advancing 2 lines.

      *    Summary 5: Grand Totals
           write report-line from ws-summary6-line
             after advancing 1 line.
           write bank-deposit-rec.

      *    Writes one line per cashier per store - cash taken, cash
      *    refunded, checks taken, and how many returns the
      *    register rang - so a short drawer can be tied to the
      *    day's records without a hand count
       360-write-cash-mgmt.

           write cash-mgmt-line from ws-cash-underline.
                   move ws-ch-name(ws-ch-sub) to ws-cd-name
                   move ws-ch-cash-in(ws-ch-sub) to ws-cd-cash-in
                   move ws-ch-cash-out(ws-ch-sub) to ws-cd-cash-out
                   move ws-ch-check-in(ws-ch-sub) to ws-cd-check-in
                   move ws-ch-returns(ws-ch-sub) to ws-cd-returns
                   write cash-mgmt-line from ws-cash-detail-line
                     after advancing 1 line

               write store-history-rec

               move "STOREHST" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move store-history-rec to ws-bj-after
               perform 095-write-batch-journal

           end-perform.

           close store-history-file.

           close ytd-totals-file.

      *    Journals each store's S&L figures for the day as the
      *    amount added onto its year-to-date row
       304-journal-ytd-increments.

           perform
             varying ws-sub from 1 by 1
             until ws-sub > ws-num-of-stores
               move ws-store-name(ws-sub) to yt-store-number
               move ws-store-sl-count-calc(ws-sub) to yt-num-sl
               move ws-total-store-sl-calc(ws-sub) to yt-amount-sl
               move "YTDTOTAL" to ws-bj-file-id
               move "D" to ws-bj-action
               move spaces to ws-bj-before
               move ytd-totals-rec to ws-bj-after
               perform 095-write-batch-journal
           end-perform.

      *    Writes one comma-delimited row per store/payment-type
      *    figure, so the totals can be pulled into a spreadsheet
      *    instead of retyped by hand
