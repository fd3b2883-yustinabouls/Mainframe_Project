       identification division.
       program-id. ReturnedCheckLedger.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-10-15.
      *Program Description: The RETURNED CHECK LEDGER program keeps
      * the bounced personal checks inside the system. The bank's
      * returned-item file RETITEMS.dat lists the checks it sent
      * back; each one is matched to the check register
      * DataSplitandCount keeps on CHECKREG.dat, for the invoice
      * and the date the check was taken, and posted to the
      * persistent ledger on RCKLEDG.dat with the returned-check
      * fee from RCKCTL.dat assessed against it. Collections and
      * write-off decisions keyed by the store arrive on
      * RCKACT.dat; a payment goes to the face of the check first
      * and then the fee, and an item still open past the
      * write-off age is written off by the program. The ledger is
      * printed aged by store, and the night's returns,
      * recoveries, fees collected, and write-offs go to
      * GLDAILY.dat so they reach the journal.

       environment division.
       input-output section.
       file-control.

      *One row per check the bank returned unpaid
           select returned-item-file
               assign to "../../../data/RETITEMS.dat"
               organization is line sequential
               file status is ws-retitems-status.

           select check-register-file
               assign to ws-check-register-name
               organization is line sequential
               file status is ws-checkreg-status.

      *Payments collected and write-offs decided, keyed the same
      *way as the ledger
           select activity-file
               assign to "../../../data/RCKACT.dat"
               organization is line sequential
               file status is ws-activity-status.

      *Single-row control file for the returned-check fee and the
      *write-off age, same control-file idiom as RETURNRATE.dat so
      *either can change without a recompile
           select control-file
               assign to "../../../data/RCKCTL.dat"
               organization is line sequential
               file status is ws-control-status.

           select ledger-file
               assign to ws-ledger-name
               organization is line sequential
               file status is ws-ledger-status.

           select ledger-backup-file
               assign to ws-ledger-backup-name
               organization is line sequential.

           select ledger-report-file
               assign to ws-ledger-report-name
               organization is line sequential.

           select store-master-file
               assign to "../../../data/STOREMAST.dat"
               organization is line sequential
               file status is ws-storemast-status.

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
       fd returned-item-file
           data record is returned-item-rec
           record contains 49 characters.

       01 returned-item-rec.
         05 ri-return-date pic 9(8).
         05 ri-key.
           10 ri-store-number pic xx.
           10 ri-routing-number pic x(9).
           10 ri-account-number pic x(14).
           10 ri-check-number pic x(6).
         05 ri-amount pic 9(5)v99.
         05 ri-reason-code pic x(3).

       fd check-register-file
           data record is check-register-rec
           record contains 71 characters.

       01 check-register-rec.
         05 cr-key.
           10 cr-store-number pic xx.
           10 cr-routing-number pic x(9).
           10 cr-account-number pic x(14).
           10 cr-check-number pic x(6).
         05 cr-invoice-number pic x(9).
         05 cr-check-date pic 9(8).
         05 cr-cashier-id pic x(4).
         05 cr-check-amount pic 9(5)v99.
         05 cr-batch-date pic 9(8).
         05 cr-batch-number pic 9(4).

      *P a payment collected, W a write-off decided; the amount is
      *only read on a payment
       fd activity-file
           data record is activity-rec
           record contains 47 characters.

       01 activity-rec.
         05 ra-key.
           10 ra-store-number pic xx.
           10 ra-routing-number pic x(9).
           10 ra-account-number pic x(14).
           10 ra-check-number pic x(6).
         05 ra-action pic x.
         05 ra-amount pic 9(5)v99.
         05 ra-date pic 9(8).

       fd control-file
           data record is control-rec
           record contains 8 characters.

       01 control-rec.
         05 rk-fee-amount pic 9(3)v99.
         05 rk-writeoff-days pic 999.

      *One line per returned check: O open, C recovered in full,
      *W written off. The recovered figure is everything collected
      *against the item, face first and then the fee
       fd ledger-file
           data record is ledger-rec
           record contains 94 characters.

       01 ledger-rec.
         05 lg-key.
           10 lg-store-number pic xx.
           10 lg-routing-number pic x(9).
           10 lg-account-number pic x(14).
           10 lg-check-number pic x(6).
         05 lg-invoice-number pic x(9).
         05 lg-check-date pic 9(8).
         05 lg-return-date pic 9(8).
         05 lg-reason-code pic x(3).
         05 lg-face-amount pic 9(5)v99.
         05 lg-fee-amount pic 9(3)v99.
         05 lg-recovered-amount pic 9(5)v99.
         05 lg-written-off-amount pic 9(5)v99.
         05 lg-status pic x.
         05 lg-last-activity-date pic 9(8).

       fd ledger-backup-file
           data record is ledger-backup-rec
           record contains 94 characters.

       01 ledger-backup-rec pic x(94).

       fd ledger-report-file
           data record is report-line
           record contains 80 characters.

       01 report-line pic x(80).

       fd store-master-file
           data record is store-master-rec
           record contains 22 characters.

       01 store-master-rec.
         05 sm-store-number pic xx.
         05 sm-store-name pic x(20).

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
         05 ws-check-register-name pic x(48) value
             "../../../data/CHECKREG.dat".
         05 ws-ledger-name pic x(48) value
             "../../../data/RCKLEDG.dat".
         05 ws-ledger-backup-name pic x(48) value
             "../../../data/RCKLEDG.bak".
         05 ws-ledger-report-name pic x(48) value
             "../../../data/ReturnedCheckLedger.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".

      *End of file flags and file statuses
       01 ws-retitems-status pic xx.
       01 ws-retitems-eof pic x value "n".
       01 ws-checkreg-status pic xx.
       01 ws-checkreg-eof pic x value "n".
       01 ws-activity-status pic xx.
       01 ws-activity-eof pic x value "n".
       01 ws-control-status pic xx.
       01 ws-ledger-status pic xx.
       01 ws-ledger-eof pic x value "n".
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "RETURNEDCHECKLDG".
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

      *The run date anchors the aging buckets and the write-off
      *age
       01 ws-today pic 9(8).

      *The returned-check fee and write-off age, loaded from
      *RCKCTL.dat, falling back to these when the file is absent
       01 ws-fee-amount pic 9(3)v99 value 25.00.
       01 ws-writeoff-days pic 999 value 120.

      *Tonight's returned items, held so the check register can be
      *streamed past them once instead of once per item
       01 ws-num-items pic 9(4) value 0.
       77 ws-max-items pic 9(4) value 2000.
       01 ws-item-table.
         05 ws-item-entry occurs 2000 times.
           10 ws-it-key pic x(31).
           10 ws-it-return-date pic 9(8).
           10 ws-it-amount pic 9(5)v99.
           10 ws-it-reason pic x(3).
           10 ws-it-invoice pic x(9).
           10 ws-it-check-date pic 9(8).
           10 ws-it-register-amount pic 9(5)v99.
           10 ws-it-matched-flag pic x.
       01 ws-it-sub pic 9(4).

      *The in-memory ledger: loaded from RCKLEDG.dat at startup,
      *extended with tonight's returned checks, worked by the
      *activity and the write-off age, and written back out at
      *end of job
       01 ws-num-ledger pic 9(5) value 0.
       77 ws-max-ledger pic 9(5) value 50000.
       01 ws-ledger-table.
         05 ws-ledger-entry occurs 1 to 50000 times
                       depending on ws-num-ledger.
           10 ws-lg-key pic x(31).
           10 ws-lg-key-r redefines ws-lg-key.
             15 ws-lg-store pic xx.
             15 ws-lg-routing pic x(9).
             15 ws-lg-account pic x(14).
             15 ws-lg-check-number pic x(6).
           10 ws-lg-invoice pic x(9).
           10 ws-lg-check-date pic 9(8).
           10 ws-lg-return-date pic 9(8).
           10 ws-lg-reason pic x(3).
           10 ws-lg-face pic 9(5)v99.
           10 ws-lg-fee pic 9(3)v99.
           10 ws-lg-recovered pic 9(5)v99.
           10 ws-lg-written-off pic 9(5)v99.
           10 ws-lg-status pic x.
           10 ws-lg-last-activity pic 9(8).
       01 ws-lg-sub pic 9(5).
       01 ws-lg-found-sub pic 9(5) value 0.
       01 ws-search-key pic x(31).

      *Store table, loaded from STOREMAST.dat like the other
      *programs, with the per-store open-item accumulators
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-entry occurs 1 to 50 times
                       depending on ws-num-of-stores.
           10 ws-store-number-valid pic xx.
           10 ws-st-open-count pic 9(5).
           10 ws-st-open-amount pic 9(8)v99.
           10 ws-st-age-0-30 pic 9(8)v99.
           10 ws-st-age-31-60 pic 9(8)v99.
           10 ws-st-age-61-90 pic 9(8)v99.
           10 ws-st-age-over-90 pic 9(8)v99.
       01 ws-store-sub pic 99.

      *Work fields
       01 ws-gldaily-status pic xx.

       01 ws-calcs.
         05 ws-owed-amount pic 9(6)v99 value 0.
         05 ws-face-recovered-before pic 9(5)v99 value 0.
         05 ws-face-recovered-after pic 9(5)v99 value 0.
         05 ws-face-part pic 9(5)v99 value 0.
         05 ws-writeoff-part pic 9(5)v99 value 0.
         05 ws-item-age-days pic 9(5) value 0.
         05 ws-returned-counter pic 9(7) value 0.
         05 ws-returned-amount pic 9(8)v99 value 0.
         05 ws-fee-counter pic 9(7) value 0.
         05 ws-fee-assessed-amount pic 9(8)v99 value 0.
         05 ws-payment-counter pic 9(7) value 0.
         05 ws-payment-amount pic 9(8)v99 value 0.
         05 ws-face-recovered-amount pic 9(8)v99 value 0.
         05 ws-fee-collected-amount pic 9(8)v99 value 0.
         05 ws-recovered-counter pic 9(7) value 0.
         05 ws-writeoff-counter pic 9(7) value 0.
         05 ws-writeoff-amount pic 9(8)v99 value 0.
         05 ws-exception-counter pic 9(7) value 0.
         05 ws-grand-open-count pic 9(7) value 0.
         05 ws-grand-open-amount pic 9(8)v99 value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(17) value spaces.
         05 filler pic x(31) value
                   "RETURNED CHECK LEDGER REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(24) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

      *Exception heading and detail - a returned check the
      *register does not know or already on the ledger, and
      *activity that finds no open item or asks for too much
       01 ws-exception-heading-line.
         05 filler pic x(40) value
           "           St Routing   Account        C".
         05 filler pic x(40) value
           "heck      Amount  Exception".

       01 ws-exception-detail-line.
         05 filler pic x(11) value "EXCEPTION: ".
         05 ws-exc-store pic xx.
         05 filler pic x(1) value spaces.
         05 ws-exc-routing pic x(9).
         05 filler pic x(1) value spaces.
         05 ws-exc-account pic x(14).
         05 filler pic x(1) value spaces.
         05 ws-exc-check-number pic x(6).
         05 filler pic x(1) value spaces.
         05 ws-exc-amount pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-exc-reason pic x(22).

      *Per-store aging heading and detail, on what is still owed
      *on each open item - face plus fee less what was collected
       01 ws-aging-heading-line.
         05 filler pic x(40) value
           "Store Open    Amount Owed       0-30    ".
         05 filler pic x(40) value
           "  31-60      61-90    Over 90".

       01 ws-aging-detail-line.
         05 filler pic x(1) value spaces.
         05 ws-ad-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-ad-open-count pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-ad-open-amount pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-ad-age-0-30 pic $$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-ad-age-31-60 pic $$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-ad-age-61-90 pic $$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-ad-age-over-90 pic $$$,$$9.99.
         05 filler pic x(11) value spaces.

      *Grand total line
       01 ws-grand-total-line.
         05 filler pic x(22) value "TOTAL OWED:           ".
         05 ws-gt-open-count pic z(6)9.
         05 filler pic x(10) value " checks - ".
         05 ws-gt-open-amount pic $$,$$$,$$9.99.
         05 filler pic x(28) value spaces.

      *Activity totals for the day - a count and its dollars, or
      *a count alone
       01 ws-activity-amount-line.
         05 ws-aa-label pic x(30).
         05 ws-aa-count pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-aa-amount pic $$,$$$,$$9.99.
         05 filler pic x(27) value spaces.

       01 ws-activity-count-line.
         05 ws-ac-label pic x(30).
         05 ws-ac-count pic z(6)9.
         05 filler pic x(43) value spaces.

       01 ws-ledger-ok-line.
         05 filler pic x(30) value "OK: returned checks posted - ".
         05 ws-ok-count pic z(4)9.
         05 filler pic x(45) value " new items".

       01 ws-ledger-exc-line.
         05 filler pic x(30) value
                   "EXCEPTION: RETURNED CHECKS - ".
         05 ws-ex-count pic z(4)9.
         05 filler pic x(27) value " NEED ATTENTION, SEE ABOVE ".
         05 filler pic x(18) value spaces.

       procedure division.
       000-main.

      *    The run date anchors the aging buckets
           move function current-date(1:8) to ws-today.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Loads the fee and write-off age, the store table, and
      *    the persistent ledger, and retains a backup generation
      *    before this run rewrites it
           perform 052-load-control.
           perform 050-load-store-master.
           perform 055-load-ledger.
           perform 058-backup-ledger.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output ledger-report-file.

           perform 100-print-headings.

           write report-line from ws-exception-heading-line
             after advancing 2 lines.

      *    Takes in tonight's returned items and finds each one on
      *    the check register
           perform 110-load-returned-items.
           perform 120-match-check-register.

      *    Posts tonight's returned checks onto the ledger
           perform 200-post-returned-items
             varying ws-it-sub from 1 by 1
             until ws-it-sub > ws-num-items.

      *    Applies the payments and write-offs keyed by the stores
           perform 300-apply-activity.

      *    Writes off whatever has stayed open past the write-off
      *    age
           perform 350-age-write-offs.

      *    Writes the updated ledger back out for the next run
           perform 400-write-ledger.

      *    Prints the ledger aged by store and the night's activity
           perform 500-print-aging-report.
           perform 550-print-activity.

      *    Appends the night's figures for the GL posting
           perform 600-write-gl-daily.

           perform 700-print-verdict.

           close ledger-report-file.
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
           move "../../../dryrun/CHECKREG.dat"
             to ws-check-register-name.
           move "../../../dryrun/RCKLEDG.dat" to ws-ledger-name.
           move "../../../dryrun/RCKLEDG.bak" to ws-ledger-backup-name.
           move "../../../dryrun/ReturnedCheckLedger.out"
             to ws-ledger-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.

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
                               move 0 to ws-st-open-count
                                   (ws-num-of-stores)
                               move 0 to ws-st-open-amount
                                   (ws-num-of-stores)
                               move 0 to ws-st-age-0-30
                                   (ws-num-of-stores)
                               move 0 to ws-st-age-31-60
                                   (ws-num-of-stores)
                               move 0 to ws-st-age-61-90
                                   (ws-num-of-stores)
                               move 0 to ws-st-age-over-90
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
               perform
                 varying ws-store-sub from 1 by 1
                 until ws-store-sub > ws-num-of-stores
                   move 0 to ws-st-open-count(ws-store-sub)
                   move 0 to ws-st-open-amount(ws-store-sub)
                   move 0 to ws-st-age-0-30(ws-store-sub)
                   move 0 to ws-st-age-31-60(ws-store-sub)
                   move 0 to ws-st-age-61-90(ws-store-sub)
                   move 0 to ws-st-age-over-90(ws-store-sub)
               end-perform
           end-if.

      *    An absent control file, or a row that is not numeric,
      *    keeps the compiled-in fee and write-off age
       052-load-control.

           open input control-file.

           if ws-control-status = "00" then

               read control-file
                   not at end
                       if rk-fee-amount is numeric then
                           move rk-fee-amount to ws-fee-amount
                       end-if
                       if rk-writeoff-days is numeric and
                         rk-writeoff-days > 0 then
                           move rk-writeoff-days to ws-writeoff-days
                       end-if
               end-read

               close control-file

           end-if.

       055-load-ledger.

           open input ledger-file.

           if ws-ledger-status = "00" then

               perform until ws-ledger-eof = "y"

                   read ledger-file
                       at end
                           move "y" to ws-ledger-eof
                       not at end
                           if ws-num-ledger < ws-max-ledger then
                               add 1 to ws-num-ledger
                               move ledger-rec
                                 to ws-ledger-entry(ws-num-ledger)
                           end-if
                   end-read

               end-perform

               close ledger-file

           end-if.

      *    Retains the as-loaded ledger on RCKLEDG.bak before
      *    400-write-ledger rewrites the live file in place - an
      *    abend mid-rewrite no longer destroys the only copy
       058-backup-ledger.

           open output ledger-backup-file.

           perform
             varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-ledger
               write ledger-backup-rec
                 from ws-ledger-entry(ws-lg-sub)
           end-perform.

           close ledger-backup-file.

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
           move "K" to al-transaction-code
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

      *    No returned-item file tonight simply means the bank sent
      *    nothing back
       110-load-returned-items.

           open input returned-item-file.

           if ws-retitems-status = "00" then

               perform until ws-retitems-eof = "y"

                   read returned-item-file
                       at end
                           move "y" to ws-retitems-eof
                       not at end
                           if ws-num-items < ws-max-items then
                               add 1 to ws-num-items
                               move ri-key to ws-it-key(ws-num-items)
                               move ri-return-date
                                 to ws-it-return-date(ws-num-items)
                               move ri-amount
                                 to ws-it-amount(ws-num-items)
                               move ri-reason-code
                                 to ws-it-reason(ws-num-items)
                               move spaces
                                 to ws-it-invoice(ws-num-items)
                               move 0
                                 to ws-it-check-date(ws-num-items)
                               move 0 to ws-it-register-amount
                                   (ws-num-items)
                               move "N"
                                 to ws-it-matched-flag(ws-num-items)
                           end-if
                   end-read

               end-perform

               close returned-item-file

           end-if.

      *    Streams the whole check register once, giving each
      *    returned item the invoice, date, and amount of the check
      *    it answers
       120-match-check-register.

           if ws-num-items > 0 then

               open input check-register-file

               if ws-checkreg-status = "00" then

                   perform until ws-checkreg-eof = "y"

                       read check-register-file
                           at end
                               move "y" to ws-checkreg-eof
                           not at end
                               perform 130-match-one-register-row
                       end-read

                   end-perform

                   close check-register-file

               end-if

           end-if.

       130-match-one-register-row.

           perform varying ws-it-sub from 1 by 1
             until ws-it-sub > ws-num-items
               if ws-it-matched-flag(ws-it-sub) = "N" and
                 ws-it-key(ws-it-sub) = cr-key then
                   move cr-invoice-number to ws-it-invoice(ws-it-sub)
                   move cr-check-date to ws-it-check-date(ws-it-sub)
                   move cr-check-amount
                     to ws-it-register-amount(ws-it-sub)
                   move "Y" to ws-it-matched-flag(ws-it-sub)
               end-if
           end-perform.

      *    Adds one returned check to the ledger with the fee
      *    assessed, unless the same check is already on it (a
      *    rerun of the same returned-item file must not bill the
      *    customer twice). A check the register does not know, or
      *    knows for a different amount, still posts at the bank's
      *    figure - the bank has already taken the money back - but
      *    is listed for the store to look into
       200-post-returned-items.

           move ws-it-key(ws-it-sub) to ws-search-key.
           move ws-it-key(ws-it-sub)(1:2) to ws-al-store.
           perform 220-find-ledger-entry.

           if ws-lg-found-sub > 0 then

               move ws-it-amount(ws-it-sub) to ws-exc-amount
               move "ALREADY ON LEDGER" to ws-exc-reason
               perform 280-write-item-exception

               move ws-it-invoice(ws-it-sub) to ws-al-invoice
               move "RETURN DUPLICATE" to ws-al-disposition
               perform 090-write-audit-log

           else
           if ws-num-ledger < ws-max-ledger then

               if ws-it-matched-flag(ws-it-sub) = "N" then
                   move ws-it-amount(ws-it-sub) to ws-exc-amount
                   move "NOT ON CHECK REGISTER" to ws-exc-reason
                   perform 280-write-item-exception
               else
                   if ws-it-register-amount(ws-it-sub) not =
                     ws-it-amount(ws-it-sub) then
                       move ws-it-amount(ws-it-sub) to ws-exc-amount
                       move "AMOUNT OFF REGISTER" to ws-exc-reason
                       perform 280-write-item-exception
                   end-if
               end-if

               add 1 to ws-num-ledger
               move ws-it-key(ws-it-sub) to ws-lg-key(ws-num-ledger)
               move ws-it-invoice(ws-it-sub)
                 to ws-lg-invoice(ws-num-ledger)
               move ws-it-check-date(ws-it-sub)
                 to ws-lg-check-date(ws-num-ledger)
               move ws-it-return-date(ws-it-sub)
                 to ws-lg-return-date(ws-num-ledger)
               move ws-it-reason(ws-it-sub)
                 to ws-lg-reason(ws-num-ledger)
               move ws-it-amount(ws-it-sub)
                 to ws-lg-face(ws-num-ledger)
               move ws-fee-amount to ws-lg-fee(ws-num-ledger)
               move 0 to ws-lg-recovered(ws-num-ledger)
               move 0 to ws-lg-written-off(ws-num-ledger)
               move "O" to ws-lg-status(ws-num-ledger)
               move ws-it-return-date(ws-it-sub)
                 to ws-lg-last-activity(ws-num-ledger)

               move "RCKLEDG" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move ws-ledger-entry(ws-num-ledger) to ws-bj-after
               perform 095-write-batch-journal

               add 1 to ws-returned-counter
               add ws-it-amount(ws-it-sub) to ws-returned-amount

               if ws-fee-amount > 0 then
                   add 1 to ws-fee-counter
                   add ws-fee-amount to ws-fee-assessed-amount
               end-if

               move ws-it-invoice(ws-it-sub) to ws-al-invoice
               move "CHECK RETURNED" to ws-al-disposition
               perform 090-write-audit-log

           end-if
           end-if.

      *    Finds the ledger entry keyed by store, routing, account,
      *    and check number in ws-search-key
       220-find-ledger-entry.

           move 0 to ws-lg-found-sub

           perform varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-ledger
               if ws-lg-found-sub = 0 and
                 ws-lg-key(ws-lg-sub) = ws-search-key then
                   move ws-lg-sub to ws-lg-found-sub
               end-if
           end-perform.

      *    One returned-item exception line, keyed off the item
      *    under ws-it-sub
       280-write-item-exception.

           move ws-it-key(ws-it-sub)(1:2) to ws-exc-store
           move ws-it-key(ws-it-sub)(3:9) to ws-exc-routing
           move ws-it-key(ws-it-sub)(12:14) to ws-exc-account
           move ws-it-key(ws-it-sub)(26:6) to ws-exc-check-number
           write report-line from ws-exception-detail-line
             after advancing 1 line
           add 1 to ws-exception-counter.

       300-apply-activity.

           open input activity-file.

           if ws-activity-status = "00" then

               perform until ws-activity-eof = "y"

                   read activity-file
                       at end
                           move "y" to ws-activity-eof
                       not at end
                           perform 310-apply-one-activity
                   end-read

               end-perform

               close activity-file

           end-if.

      *    Matches one activity row against the open item with the
      *    same key; anything else is refused onto the exception
      *    section
       310-apply-one-activity.

           move ra-key to ws-search-key.
           perform 220-find-ledger-entry.

           move ra-store-number to ws-al-store.

           if ws-lg-found-sub > 0 then
               move ws-lg-invoice(ws-lg-found-sub) to ws-al-invoice
               if ws-lg-status(ws-lg-found-sub) not = "O" then
                   move 0 to ws-lg-found-sub
               end-if
           else
               move spaces to ws-al-invoice
           end-if.

           if ws-lg-found-sub = 0 then

               move "NO OPEN ITEM" to ws-exc-reason
               perform 380-write-activity-exception

           else
           if ra-action = "P" then

               perform 320-apply-payment

           else
           if ra-action = "W" then

               perform 330-apply-write-off

           else

               move "INVALID ACTION" to ws-exc-reason
               perform 380-write-activity-exception

           end-if
           end-if
           end-if.

      *    A payment goes to the face of the check first and then
      *    the fee, so what is booked as recovered and what is
      *    booked as fee income follows the money; the item closes
      *    once face and fee are both paid
       320-apply-payment.

           compute ws-owed-amount =
             ws-lg-face(ws-lg-found-sub)
             + ws-lg-fee(ws-lg-found-sub)
             - ws-lg-recovered(ws-lg-found-sub).

           if ra-amount not numeric or ra-amount = 0 or
             ra-amount > ws-owed-amount then

               move "EXCEEDS AMOUNT OWED" to ws-exc-reason
               perform 380-write-activity-exception

           else

               move ws-ledger-entry(ws-lg-found-sub) to ws-bj-before

               move ws-lg-recovered(ws-lg-found-sub)
                 to ws-face-recovered-before
               if ws-face-recovered-before >
                 ws-lg-face(ws-lg-found-sub) then
                   move ws-lg-face(ws-lg-found-sub)
                     to ws-face-recovered-before
               end-if

               add ra-amount to ws-lg-recovered(ws-lg-found-sub)

               move ws-lg-recovered(ws-lg-found-sub)
                 to ws-face-recovered-after
               if ws-face-recovered-after >
                 ws-lg-face(ws-lg-found-sub) then
                   move ws-lg-face(ws-lg-found-sub)
                     to ws-face-recovered-after
               end-if

               compute ws-face-part =
                 ws-face-recovered-after - ws-face-recovered-before
               add ws-face-part to ws-face-recovered-amount
               compute ws-fee-collected-amount =
                 ws-fee-collected-amount + ra-amount - ws-face-part

               add 1 to ws-payment-counter
               add ra-amount to ws-payment-amount

               if ra-date > ws-lg-last-activity(ws-lg-found-sub)
                 then
                   move ra-date
                     to ws-lg-last-activity(ws-lg-found-sub)
               end-if

               move "CHECK PAYMENT" to ws-al-disposition
               perform 090-write-audit-log

               if ra-amount = ws-owed-amount then
                   move "C" to ws-lg-status(ws-lg-found-sub)
                   add 1 to ws-recovered-counter

                   move "CHECK RECOVERED" to ws-al-disposition
                   perform 090-write-audit-log
               end-if

               move "RCKLEDG" to ws-bj-file-id
               move "C" to ws-bj-action
               move ws-ledger-entry(ws-lg-found-sub) to ws-bj-after
               perform 095-write-batch-journal

           end-if.

      *    Writes off the face still unrecovered; the unpaid fee was
      *    never booked as income and simply lapses with the item
       330-apply-write-off.

           move ws-ledger-entry(ws-lg-found-sub) to ws-bj-before.

           if ra-date is numeric and
             ra-date > ws-lg-last-activity(ws-lg-found-sub) then
               move ra-date to ws-lg-last-activity(ws-lg-found-sub)
           end-if.

           perform 340-write-off-item.

           move "RCKLEDG" to ws-bj-file-id.
           move "C" to ws-bj-action.
           move ws-ledger-entry(ws-lg-found-sub) to ws-bj-after.
           perform 095-write-batch-journal.

       340-write-off-item.

           move ws-lg-recovered(ws-lg-found-sub)
             to ws-face-recovered-before.
           if ws-face-recovered-before >
             ws-lg-face(ws-lg-found-sub) then
               move ws-lg-face(ws-lg-found-sub)
                 to ws-face-recovered-before
           end-if.

           compute ws-writeoff-part =
             ws-lg-face(ws-lg-found-sub) - ws-face-recovered-before.

           move ws-writeoff-part
             to ws-lg-written-off(ws-lg-found-sub).
           move "W" to ws-lg-status(ws-lg-found-sub).

           add 1 to ws-writeoff-counter.
           add ws-writeoff-part to ws-writeoff-amount.

           move ws-lg-store(ws-lg-found-sub) to ws-al-store.
           move ws-lg-invoice(ws-lg-found-sub) to ws-al-invoice.
           move "CHECK WRITTEN OFF" to ws-al-disposition.
           perform 090-write-audit-log.

      *    Any item still open longer than the write-off age since
      *    the bank returned it is written off by the program, so
      *    a check nobody is chasing cannot sit on the books
       350-age-write-offs.

           perform
             varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-ledger
               if ws-lg-status(ws-lg-sub) = "O" and
                 ws-lg-return-date(ws-lg-sub) > 0 then
                   compute ws-item-age-days =
                     function integer-of-date(ws-today)
                     - function integer-of-date
                         (ws-lg-return-date(ws-lg-sub))
                   if ws-item-age-days > ws-writeoff-days then
                       move ws-lg-sub to ws-lg-found-sub
                       move ws-ledger-entry(ws-lg-sub)
                         to ws-bj-before
                       move ws-today
                         to ws-lg-last-activity(ws-lg-sub)
                       perform 340-write-off-item
                       move "RCKLEDG" to ws-bj-file-id
                       move "C" to ws-bj-action
                       move ws-ledger-entry(ws-lg-sub)
                         to ws-bj-after
                       perform 095-write-batch-journal
                   end-if
               end-if
           end-perform.

      *    One activity exception line, keyed off the activity row
      *    under edit
       380-write-activity-exception.

           move ra-store-number to ws-exc-store.
           move ra-routing-number to ws-exc-routing.
           move ra-account-number to ws-exc-account.
           move ra-check-number to ws-exc-check-number.
           if ra-amount is numeric then
               move ra-amount to ws-exc-amount
           else
               move 0 to ws-exc-amount
           end-if.
           write report-line from ws-exception-detail-line
             after advancing 1 line.
           add 1 to ws-exception-counter.

           move "ACTIVITY REJECTED" to ws-al-disposition.
           perform 090-write-audit-log.

      *    Rewrites RCKLEDG.dat from the in-memory ledger, one
      *    record per returned check, open, recovered, and written
      *    off alike - the closed items stay on file as the proof
      *    of how each one cleared
       400-write-ledger.

           open output ledger-file.

           perform
             varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-ledger
               write ledger-rec from ws-ledger-entry(ws-lg-sub)
           end-perform.

           close ledger-file.

      *    Rolls every open item into its store's totals and aging
      *    bucket, then prints one line per store and the grand
      *    total
       500-print-aging-report.

           perform
             varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-ledger
               if ws-lg-status(ws-lg-sub) = "O" then
                   perform 510-accumulate-open-item
               end-if
           end-perform.

           write report-line from ws-aging-heading-line
             after advancing 3 lines.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move ws-store-number-valid(ws-store-sub) to ws-ad-store
               move ws-st-open-count(ws-store-sub)
                 to ws-ad-open-count
               move ws-st-open-amount(ws-store-sub)
                 to ws-ad-open-amount
               move ws-st-age-0-30(ws-store-sub) to ws-ad-age-0-30
               move ws-st-age-31-60(ws-store-sub) to ws-ad-age-31-60
               move ws-st-age-61-90(ws-store-sub) to ws-ad-age-61-90
               move ws-st-age-over-90(ws-store-sub)
                 to ws-ad-age-over-90
               write report-line from ws-aging-detail-line
                 after advancing 1 line
           end-perform.

           move ws-grand-open-count to ws-gt-open-count.
           move ws-grand-open-amount to ws-gt-open-amount.
           write report-line from ws-grand-total-line
             after advancing 2 lines.

      *    Adds one open item's amount owed to its store's totals
      *    and the aging bucket its return date falls in
       510-accumulate-open-item.

           compute ws-owed-amount =
             ws-lg-face(ws-lg-sub) + ws-lg-fee(ws-lg-sub)
             - ws-lg-recovered(ws-lg-sub).

           move 0 to ws-item-age-days.
           if ws-lg-return-date(ws-lg-sub) > 0 then
               compute ws-item-age-days =
                 function integer-of-date(ws-today)
                 - function integer-of-date
                     (ws-lg-return-date(ws-lg-sub))
           end-if.

           add 1 to ws-grand-open-count.
           add ws-owed-amount to ws-grand-open-amount.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores

               if ws-store-number-valid(ws-store-sub) =
                 ws-lg-store(ws-lg-sub) then

                   add 1 to ws-st-open-count(ws-store-sub)
                   add ws-owed-amount
                     to ws-st-open-amount(ws-store-sub)

                   if ws-item-age-days <= 30 then
                       add ws-owed-amount
                         to ws-st-age-0-30(ws-store-sub)
                   else
                       if ws-item-age-days <= 60 then
                           add ws-owed-amount
                             to ws-st-age-31-60(ws-store-sub)
                       else
                           if ws-item-age-days <= 90 then
                               add ws-owed-amount
                                 to ws-st-age-61-90(ws-store-sub)
                           else
                               add ws-owed-amount
                                 to ws-st-age-over-90(ws-store-sub)
                           end-if
                       end-if
                   end-if

               end-if

           end-perform.

       550-print-activity.

           move "Checks returned this run:" to ws-aa-label.
           move ws-returned-counter to ws-aa-count.
           move ws-returned-amount to ws-aa-amount.
           write report-line from ws-activity-amount-line
             after advancing 2 lines.

           move "Returned-check fees assessed:" to ws-aa-label.
           move ws-fee-counter to ws-aa-count.
           move ws-fee-assessed-amount to ws-aa-amount.
           write report-line from ws-activity-amount-line
             after advancing 1 line.

           move "Payments applied:" to ws-aa-label.
           move ws-payment-counter to ws-aa-count.
           move ws-payment-amount to ws-aa-amount.
           write report-line from ws-activity-amount-line
             after advancing 1 line.

           move "Checks recovered in full:" to ws-ac-label.
           move ws-recovered-counter to ws-ac-count.
           write report-line from ws-activity-count-line
             after advancing 1 line.

           move "Checks written off:" to ws-aa-label.
           move ws-writeoff-counter to ws-aa-count.
           move ws-writeoff-amount to ws-aa-amount.
           write report-line from ws-activity-amount-line
             after advancing 1 line.

           move "Exceptions:" to ws-ac-label.
           move ws-exception-counter to ws-ac-count.
           write report-line from ws-activity-count-line
             after advancing 1 line.

      *    Appends the night's returned-check figures to the ledger
      *    posting interface - the face of the checks the bank took
      *    back, the face recovered, the fees collected, and the
      *    face written off - each only when there is one, the way
      *    the card settlement posts its fees
       600-write-gl-daily.

           if ws-returned-amount > 0 or
             ws-face-recovered-amount > 0 or
             ws-fee-collected-amount > 0 or
             ws-writeoff-amount > 0 then

               open extend gl-daily-file

               if ws-gldaily-status not = "00" then
                   open output gl-daily-file
               end-if

               if ws-returned-amount > 0 then
                   move "RCKRETN" to gd-source
                   move ws-returned-amount to gd-amount
                   write gl-daily-rec
               end-if

               if ws-face-recovered-amount > 0 then
                   move "RCKRECV" to gd-source
                   move ws-face-recovered-amount to gd-amount
                   write gl-daily-rec
               end-if

               if ws-fee-collected-amount > 0 then
                   move "RCKFEE" to gd-source
                   move ws-fee-collected-amount to gd-amount
                   write gl-daily-rec
               end-if

               if ws-writeoff-amount > 0 then
                   move "RCKWOFF" to gd-source
                   move ws-writeoff-amount to gd-amount
                   write gl-daily-rec
               end-if

               close gl-daily-file

           end-if.

       700-print-verdict.

           if ws-exception-counter = 0 then
               move ws-returned-counter to ws-ok-count
               write report-line from ws-ledger-ok-line
                 after advancing 2 lines
           else
               move ws-exception-counter to ws-ex-count
               write report-line from ws-ledger-exc-line
                 after advancing 2 lines
           end-if.

       end program ReturnedCheckLedger.
