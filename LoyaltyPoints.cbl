       identification division.
       program-id. LoyaltyPoints.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The LOYALTY POINTS program keeps the
      * customer points program. The registers capture the member's
      * loyalty number, when one is offered, on LOYCAPT.dat against
      * the transaction's invoice number and store; the program
      * joins those to the night's validated S, L, and R records.
      * Sales and layaways earn points at the rate on LOYRULE.dat,
      * returns take back the points earned on the original
      * invoice, and a cancelled (forfeited) layaway gives up every
      * point it earned. Points redeemed at the registers arrive on
      * LOYREDM.dat the way gift card redemptions arrive on
      * GCREDM.dat, and new members arrive on LOYENRL.dat. All of it
      * is posted to the member master LOYMAST.dat, keyed by
      * loyalty number; LOYINV.dat remembers which member earned
      * what on each invoice so the reversals can find it. A
      * points-liability report by home store is printed for
      * finance, each member's month is written to the statement
      * file LOYSTMT.dat once the month is over, and any loyalty
      * number that is not on the master is listed as an exception
      * rather than dropped.

       environment division.
       input-output section.
       file-control.

           select transaction-file
               assign to ws-transaction-name
               organization is line sequential
               file status is ws-transaction-status.

      *Loyalty number captured with the transaction, keyed by the
      *transaction's invoice number and store
           select capture-file
               assign to "../../../data/LOYCAPT.dat"
               organization is line sequential
               file status is ws-capture-status.

      *One redemption per line, keyed by loyalty number
           select redemption-file
               assign to "../../../data/LOYREDM.dat"
               organization is line sequential
               file status is ws-redemption-status.

      *New members signed up at the stores
           select enrollment-file
               assign to "../../../data/LOYENRL.dat"
               organization is line sequential
               file status is ws-enrollment-status.

      *Single-row control file: points earned per dollar, and the
      *dollar value of one point for the liability - same
      *control-file idiom as LAYFORF.dat
           select loyalty-rule-file
               assign to "../../../data/LOYRULE.dat"
               organization is line sequential
               file status is ws-loyrule-status.

           select member-file
               assign to ws-member-name
               organization is line sequential
               file status is ws-member-status.

           select member-backup-file
               assign to ws-member-backup-name
               organization is line sequential.

           select invoice-points-file
               assign to ws-invoice-points-name
               organization is line sequential
               file status is ws-invpoints-status.

           select invoice-points-backup-file
               assign to ws-invoice-points-backup-name
               organization is line sequential.

           select layaway-master-file
               assign to ws-layaway-master-name
               organization is line sequential
               file status is ws-layaway-status.

      *Closed-out months, appended run after run for the mailing
           select statement-file
               assign to ws-statement-name
               organization is line sequential
               file status is ws-statement-status.

           select loyalty-report-file
               assign to ws-loyalty-report-name
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

       fd capture-file
           data record is capture-rec
           record contains 20 characters.

       01 capture-rec.
         05 lc-invoice-number pic x(9).
         05 lc-store-number pic xx.
         05 lc-loyalty-number pic x(9).

       fd redemption-file
           data record is redemption-rec
           record contains 26 characters.

       01 redemption-rec.
         05 rd-loyalty-number pic x(9).
         05 rd-store-number pic xx.
         05 rd-points pic 9(7).
         05 rd-date pic 9(8).

       fd enrollment-file
           data record is enrollment-rec
           record contains 39 characters.

       01 enrollment-rec.
         05 en-loyalty-number pic x(9).
         05 en-member-name pic x(20).
         05 en-store-number pic xx.
         05 en-enroll-date pic 9(8).

       fd loyalty-rule-file
           data record is loyalty-rule-rec
           record contains 8 characters.

       01 loyalty-rule-rec.
         05 lr-points-per-dollar pic 9(3).
         05 lr-point-value pic 9v9999.

      *The member master: the running balance, and the opening
      *balance and activity of the statement month in progress
       fd member-file
           data record is member-rec
           record contains 95 characters.

       01 member-rec.
         05 mb-loyalty-number pic x(9).
         05 mb-member-name pic x(20).
         05 mb-store-number pic xx.
         05 mb-enroll-date pic 9(8).
         05 mb-status pic x.
         05 mb-points-balance pic s9(9) sign leading separate.
         05 mb-period pic 9(6).
         05 mb-period-opening pic s9(9) sign leading separate.
         05 mb-period-earned pic 9(7).
         05 mb-period-reversed pic 9(7).
         05 mb-period-redeemed pic 9(7).
         05 mb-last-activity-date pic 9(8).

       fd member-backup-file
           data record is member-backup-rec
           record contains 95 characters.

       01 member-backup-rec pic x(95).

      *Points earned per invoice, keyed by invoice number and store:
      *status O while the points stand, F once a forfeited layaway
      *has given them back
       fd invoice-points-file
           data record is invoice-points-rec
           record contains 44 characters.

       01 invoice-points-rec.
         05 ip-invoice-number pic x(9).
         05 ip-store-number pic xx.
         05 ip-loyalty-number pic x(9).
         05 ip-transaction-code pic x.
         05 ip-transaction-date pic 9(8).
         05 ip-points-earned pic 9(7).
         05 ip-points-reversed pic 9(7).
         05 ip-status pic x.

       fd invoice-points-backup-file
           data record is invoice-points-backup-rec
           record contains 44 characters.

       01 invoice-points-backup-rec pic x(44).

       fd layaway-master-file
           data record is layaway-rec
           record contains 34 characters.

       01 layaway-rec.
         05 la-invoice-number pic x(9).
         05 la-store-number pic xx.
         05 la-open-date pic 9(8).
         05 la-original-amount pic 9(5)v99.
         05 la-paid-amount pic 9(5)v99.
         05 la-status pic x.

       fd statement-file
           data record is statement-rec
           record contains 78 characters.

       01 statement-rec.
         05 st-loyalty-number pic x(9).
         05 st-member-name pic x(20).
         05 st-store-number pic xx.
         05 st-period pic 9(6).
         05 st-opening-balance pic s9(9) sign leading separate.
         05 st-points-earned pic 9(7).
         05 st-points-reversed pic 9(7).
         05 st-points-redeemed pic 9(7).
         05 st-closing-balance pic s9(9) sign leading separate.

       fd loyalty-report-file
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
         05 ws-member-name pic x(48) value
             "../../../data/LOYMAST.dat".
         05 ws-member-backup-name pic x(48) value
             "../../../data/LOYMAST.bak".
         05 ws-invoice-points-name pic x(48) value
             "../../../data/LOYINV.dat".
         05 ws-invoice-points-backup-name pic x(48) value
             "../../../data/LOYINV.bak".
         05 ws-layaway-master-name pic x(48) value
             "../../../data/LAYAWAY.dat".
         05 ws-statement-name pic x(48) value
             "../../../data/LOYSTMT.dat".
         05 ws-loyalty-report-name pic x(48) value
             "../../../data/LoyaltyPoints.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-transaction-status pic xx.
       01 ws-transaction-eof pic x value "n".
       01 ws-capture-status pic xx.
       01 ws-capture-eof pic x value "n".
       01 ws-redemption-status pic xx.
       01 ws-redemption-eof pic x value "n".
       01 ws-enrollment-status pic xx.
       01 ws-enrollment-eof pic x value "n".
       01 ws-loyrule-status pic xx.
       01 ws-member-status pic xx.
       01 ws-member-eof pic x value "n".
       01 ws-invpoints-status pic xx.
       01 ws-invpoints-eof pic x value "n".
       01 ws-layaway-status pic xx.
       01 ws-layaway-eof pic x value "n".
       01 ws-statement-status pic xx.
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "LOYALTYPOINTS".
       01 ws-al-disposition pic x(20).
       01 ws-al-invoice pic x(9).
       01 ws-al-store pic xx.
       01 ws-al-code pic x.

      *Batch journal row handed to 096-write-batch-journal: A a
      *row added, C a row changed
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
       01 ws-batch-month pic 9(6) value 0.

       01 ws-batch-heading-line.
         05 filler pic x(6) value "BATCH ".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Earning rate and point value, overridden from LOYRULE.dat
      *when it is present: one point per dollar, a cent a point
       01 ws-points-per-dollar pic 9(3) value 1.
       01 ws-point-value pic 9v9999 value 0.0100.

      *The member master, sorted by loyalty number at startup;
      *members enrolled during the run land on an unsorted tail
      *after ws-mb-sorted-count, which the find paragraph scans
      *linearly
       01 ws-num-members pic 9(5) value 0.
       77 ws-max-members pic 9(5) value 50000.
       01 ws-member-table.
         05 ws-member-entry occurs 1 to 50000 times
                       depending on ws-num-members.
           10 ws-mb-number pic x(9).
           10 ws-mb-name pic x(20).
           10 ws-mb-store pic xx.
           10 ws-mb-enroll-date pic 9(8).
           10 ws-mb-status pic x.
           10 ws-mb-balance pic s9(9).
           10 ws-mb-period pic 9(6).
           10 ws-mb-opening pic s9(9).
           10 ws-mb-earned pic 9(7).
           10 ws-mb-reversed pic 9(7).
           10 ws-mb-redeemed pic 9(7).
           10 ws-mb-last-activity pic 9(8).
       01 ws-mb-sub pic 9(5).
       01 ws-mb-found-sub pic 9(5) value 0.
       01 ws-mb-sorted-count pic 9(5) value 0.
       01 ws-mb-search-key pic x(9).
       01 ws-mb-sort-work.
         05 ws-mb-sort-gap pic 9(5).
         05 ws-mb-sort-sub pic 9(5).
         05 ws-mb-sort-swapped pic x.
         05 ws-mb-swap-entry pic x(93).
         05 ws-mb-lo pic 9(5).
         05 ws-mb-hi pic 9(5).
         05 ws-mb-mid pic 9(5).

      *Tonight's register captures, sorted by invoice number and
      *store
       01 ws-num-captures pic 9(5) value 0.
       77 ws-max-captures pic 9(5) value 20000.
       01 ws-capture-table.
         05 ws-capture-entry occurs 1 to 20000 times
                       depending on ws-num-captures.
           10 ws-lc-invoice pic x(9).
           10 ws-lc-store pic xx.
           10 ws-lc-number pic x(9).
       01 ws-lc-sub pic 9(5).
       01 ws-lc-found-sub pic 9(5) value 0.
       01 ws-lc-search-key pic x(11).
       01 ws-lc-sort-work.
         05 ws-lc-sort-gap pic 9(5).
         05 ws-lc-sort-sub pic 9(5).
         05 ws-lc-sort-swapped pic x.
         05 ws-lc-swap-entry pic x(20).
         05 ws-lc-lo pic 9(5).
         05 ws-lc-hi pic 9(5).
         05 ws-lc-mid pic 9(5).

      *Points per invoice, sorted by invoice number and store at
      *startup with tonight's earnings on an unsorted tail
       01 ws-num-invpoints pic 9(5) value 0.
       77 ws-max-invpoints pic 9(5) value 50000.
       01 ws-invpoints-table.
         05 ws-invpoints-entry occurs 1 to 50000 times
                       depending on ws-num-invpoints.
           10 ws-ip-invoice pic x(9).
           10 ws-ip-store pic xx.
           10 ws-ip-number pic x(9).
           10 ws-ip-code pic x.
           10 ws-ip-date pic 9(8).
           10 ws-ip-earned pic 9(7).
           10 ws-ip-reversed pic 9(7).
           10 ws-ip-status pic x.
       01 ws-ip-sub pic 9(5).
       01 ws-ip-found-sub pic 9(5) value 0.
       01 ws-ip-sorted-count pic 9(5) value 0.
       01 ws-ip-search-key pic x(11).
       01 ws-ip-sort-work.
         05 ws-ip-sort-gap pic 9(5).
         05 ws-ip-sort-sub pic 9(5).
         05 ws-ip-sort-swapped pic x.
         05 ws-ip-swap-entry pic x(44).
         05 ws-ip-lo pic 9(5).
         05 ws-ip-hi pic 9(5).
         05 ws-ip-mid pic 9(5).

      *The member and points-by-invoice rows as they were loaded,
      *in table order, so the rewrite can journal each row the
      *run added or changed; rows past the loaded count were
      *added tonight
       01 ws-mb-loaded-count pic 9(5) value 0.
       01 ws-mb-loaded-table.
         05 ws-mb-loaded-image pic x(95) occurs 50000 times.
       01 ws-ip-loaded-count pic 9(5) value 0.
       01 ws-ip-loaded-table.
         05 ws-ip-loaded-image pic x(44) occurs 50000 times.

      *Store table, loaded from STOREMAST.dat like the other
      *programs, with the per-store liability accumulators
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-entry occurs 1 to 50 times
                       depending on ws-num-of-stores.
           10 ws-store-number-valid pic xx.
           10 ws-st-member-count pic 9(5).
           10 ws-st-points pic 9(10).
           10 ws-st-liability pic 9(8)v99.
       01 ws-store-sub pic 99.
       01 ws-store-found-flag pic x value "N".

      *Work fields
       01 ws-calcs.
         05 ws-points pic 9(7) value 0.
         05 ws-points-open pic 9(7) value 0.
         05 ws-liability pic 9(8)v99 value 0.
         05 ws-enrolled-counter pic 9(7) value 0.
         05 ws-statement-counter pic 9(7) value 0.
         05 ws-earned-counter pic 9(7) value 0.
         05 ws-earned-points pic 9(10) value 0.
         05 ws-returned-counter pic 9(7) value 0.
         05 ws-returned-points pic 9(10) value 0.
         05 ws-forfeit-counter pic 9(7) value 0.
         05 ws-forfeit-points pic 9(10) value 0.
         05 ws-redeemed-counter pic 9(7) value 0.
         05 ws-redeemed-points pic 9(10) value 0.
         05 ws-exception-counter pic 9(7) value 0.
         05 ws-negative-counter pic 9(7) value 0.
         05 ws-grand-member-count pic 9(7) value 0.
         05 ws-grand-points pic 9(10) value 0.
         05 ws-grand-liability pic 9(8)v99 value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(15) value spaces.
         05 filler pic x(33) value
                   "LOYALTY POINTS LIABILITY REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(24) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

      *Exception section - loyalty numbers not on the master,
      *closed members, and rejected redemptions and enrollments
       01 ws-exception-title-line.
         05 filler pic x(80) value "LOYALTY EXCEPTIONS".

       01 ws-exception-heading-line.
         05 filler pic x(40) value
           "            Member     St  Invoice      ".
         05 filler pic x(40) value
           "Points  Reason".

       01 ws-exception-detail-line.
         05 filler pic x(12) value "EXCEPTION:  ".
         05 ws-exc-number pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-exc-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-exc-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-exc-points pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-exc-reason pic x(22).
         05 filler pic x(11) value spaces.

       01 ws-no-exception-line.
         05 filler pic x(80) value
           "No loyalty exceptions this run.".

      *Per-store liability heading and detail
       01 ws-liability-heading-line.
         05 filler pic x(40) value
           "Store  Members         Points         Li".
         05 filler pic x(40) value
           "ability".

       01 ws-liability-detail-line.
         05 filler pic x(1) value spaces.
         05 ws-ld-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-ld-member-count pic zzzz9.
         05 filler pic x(5) value spaces.
         05 ws-ld-points pic zzz,zzz,zz9.
         05 filler pic x(5) value spaces.
         05 ws-ld-liability pic $$,$$$,$$9.99.
         05 filler pic x(33) value spaces.

      *Grand total line
       01 ws-grand-total-line.
         05 filler pic x(22) value "TOTAL POINTS LIABILITY".
         05 filler pic x(1) value spaces.
         05 ws-gt-member-count pic z(6)9.
         05 filler pic x(10) value " members -".
         05 ws-gt-points pic zzz,zzz,zz9.
         05 filler pic x(9) value " points -".
         05 ws-gt-liability pic $$,$$$,$$9.99.
         05 filler pic x(7) value spaces.

      *Activity totals for the run
       01 ws-activity-line.
         05 ws-act-label pic x(30).
         05 ws-act-count pic z(6)9.
         05 filler pic x(5) value " for ".
         05 ws-act-points pic zzz,zzz,zz9.
         05 filler pic x(7) value " points".
         05 filler pic x(20) value spaces.

       01 ws-count-line.
         05 ws-cnt-label pic x(30).
         05 ws-cnt-count pic z(6)9.
         05 filler pic x(43) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Loads the store table, the earning rule, the member
      *    master, tonight's captures, and the points by invoice,
      *    and retains backups of the two files this run rewrites
           perform 050-load-store-master.
           perform 052-load-loyalty-rule.
           perform 055-load-members.
           perform 058-backup-members.
           perform 060-load-captures.
           perform 062-load-invoice-points.
           perform 064-backup-invoice-points.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output loyalty-report-file.

           perform 100-print-headings.

      *    Writes the statement of every member whose month has
      *    ended, and starts their new month
           perform 150-close-statement-months.

      *    Adds tonight's new members
           perform 200-enroll-members.

      *    Earns points on sales and layaways and takes them back
      *    on returns
           perform 300-post-transactions.

      *    Takes back the points earned on forfeited layaways
           perform 400-reverse-forfeitures.

      *    Applies the points redeemed at the registers
           perform 450-apply-redemptions.

           if ws-exception-counter = 0 then
               write report-line from ws-no-exception-line
                 after advancing 1 line
           end-if.

      *    Writes the master and the points by invoice back out
           perform 500-write-members.
           perform 520-write-invoice-points.

      *    Prints the points liability by home store
           perform 600-print-liability-report.

           close loyalty-report-file.
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
           move ws-batch-date(1:6) to ws-batch-month.

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
           move "../../../dryrun/LOYMAST.dat" to ws-member-name.
           move "../../../dryrun/LOYMAST.bak" to ws-member-backup-name.
           move "../../../dryrun/LOYINV.dat" to ws-invoice-points-name.
           move "../../../dryrun/LOYINV.bak"
             to ws-invoice-points-backup-name.
           move "../../../dryrun/LAYAWAY.dat" to ws-layaway-master-name.
           move "../../../dryrun/LOYSTMT.dat" to ws-statement-name.
           move "../../../dryrun/LoyaltyPoints.out"
             to ws-loyalty-report-name.
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

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move 0 to ws-st-member-count(ws-store-sub)
               move 0 to ws-st-points(ws-store-sub)
               move 0 to ws-st-liability(ws-store-sub)
           end-perform.

      *    An absent or unreadable rule file leaves the defaults
       052-load-loyalty-rule.

           open input loyalty-rule-file.

           if ws-loyrule-status = "00" then

               read loyalty-rule-file
                   not at end
                       if lr-points-per-dollar is numeric then
                           move lr-points-per-dollar
                             to ws-points-per-dollar
                       end-if
                       if lr-point-value is numeric then
                           move lr-point-value to ws-point-value
                       end-if
               end-read

               close loyalty-rule-file

           end-if.

       055-load-members.

           open input member-file.

           if ws-member-status = "00" then

               perform until ws-member-eof = "y"

                   read member-file
                       at end
                           move "y" to ws-member-eof
                       not at end
                           if ws-num-members < ws-max-members then
                               add 1 to ws-num-members
                               perform 056-move-member-in
                           end-if
                   end-read

               end-perform

               close member-file

           end-if.

           perform 057-sort-members.
           move ws-num-members to ws-mb-sorted-count.

       056-move-member-in.

           move mb-loyalty-number to ws-mb-number(ws-num-members).
           move mb-member-name to ws-mb-name(ws-num-members).
           move mb-store-number to ws-mb-store(ws-num-members).
           move mb-enroll-date to ws-mb-enroll-date(ws-num-members).
           move mb-status to ws-mb-status(ws-num-members).
           move mb-points-balance to ws-mb-balance(ws-num-members).
           move mb-period to ws-mb-period(ws-num-members).
           move mb-period-opening to ws-mb-opening(ws-num-members).
           move mb-period-earned to ws-mb-earned(ws-num-members).
           move mb-period-reversed to ws-mb-reversed(ws-num-members).
           move mb-period-redeemed to ws-mb-redeemed(ws-num-members).
           move mb-last-activity-date
             to ws-mb-last-activity(ws-num-members).

      *    Orders the master by loyalty number with the same
      *    shrinking-gap exchange sort the other programs use on
      *    their lookup tables
       057-sort-members.

           move ws-num-members to ws-mb-sort-gap.
           move "Y" to ws-mb-sort-swapped.

           perform until ws-mb-sort-gap <= 1
             and ws-mb-sort-swapped = "N"

               compute ws-mb-sort-gap = (ws-mb-sort-gap * 10) / 13
               if ws-mb-sort-gap < 1 then
                   move 1 to ws-mb-sort-gap
               end-if

               move "N" to ws-mb-sort-swapped

               perform
                 varying ws-mb-sort-sub from 1 by 1
                 until ws-mb-sort-sub + ws-mb-sort-gap
                   > ws-num-members

                   if ws-mb-number(ws-mb-sort-sub) >
                     ws-mb-number(ws-mb-sort-sub + ws-mb-sort-gap)
                     then
                       move ws-member-entry(ws-mb-sort-sub)
                         to ws-mb-swap-entry
                       move ws-member-entry
                           (ws-mb-sort-sub + ws-mb-sort-gap)
                         to ws-member-entry(ws-mb-sort-sub)
                       move ws-mb-swap-entry
                         to ws-member-entry
                           (ws-mb-sort-sub + ws-mb-sort-gap)
                       move "Y" to ws-mb-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Retains the as-loaded master on LOYMAST.bak before
      *    500-write-members rewrites the live file in place
       058-backup-members.

           open output member-backup-file.

           perform
             varying ws-mb-sub from 1 by 1
             until ws-mb-sub > ws-num-members
               perform 059-move-member-out
               write member-backup-rec from member-rec
               move member-rec to ws-mb-loaded-image(ws-mb-sub)
           end-perform.

           close member-backup-file.

           move ws-num-members to ws-mb-loaded-count.

       059-move-member-out.

           move ws-mb-number(ws-mb-sub) to mb-loyalty-number.
           move ws-mb-name(ws-mb-sub) to mb-member-name.
           move ws-mb-store(ws-mb-sub) to mb-store-number.
           move ws-mb-enroll-date(ws-mb-sub) to mb-enroll-date.
           move ws-mb-status(ws-mb-sub) to mb-status.
           move ws-mb-balance(ws-mb-sub) to mb-points-balance.
           move ws-mb-period(ws-mb-sub) to mb-period.
           move ws-mb-opening(ws-mb-sub) to mb-period-opening.
           move ws-mb-earned(ws-mb-sub) to mb-period-earned.
           move ws-mb-reversed(ws-mb-sub) to mb-period-reversed.
           move ws-mb-redeemed(ws-mb-sub) to mb-period-redeemed.
           move ws-mb-last-activity(ws-mb-sub)
             to mb-last-activity-date.

      *    Tonight's captures; no capture file means no member
      *    offered a loyalty number tonight
       060-load-captures.

           open input capture-file.

           if ws-capture-status = "00" then

               perform until ws-capture-eof = "y"

                   read capture-file
                       at end
                           move "y" to ws-capture-eof
                       not at end
                           if ws-num-captures < ws-max-captures then
                               add 1 to ws-num-captures
                               move lc-invoice-number
                                 to ws-lc-invoice(ws-num-captures)
                               move lc-store-number
                                 to ws-lc-store(ws-num-captures)
                               move lc-loyalty-number
                                 to ws-lc-number(ws-num-captures)
                           end-if
                   end-read

               end-perform

               close capture-file

           end-if.

           perform 061-sort-captures.

       061-sort-captures.

           move ws-num-captures to ws-lc-sort-gap.
           move "Y" to ws-lc-sort-swapped.

           perform until ws-lc-sort-gap <= 1
             and ws-lc-sort-swapped = "N"

               compute ws-lc-sort-gap = (ws-lc-sort-gap * 10) / 13
               if ws-lc-sort-gap < 1 then
                   move 1 to ws-lc-sort-gap
               end-if

               move "N" to ws-lc-sort-swapped

               perform
                 varying ws-lc-sort-sub from 1 by 1
                 until ws-lc-sort-sub + ws-lc-sort-gap
                   > ws-num-captures

                   if ws-capture-entry(ws-lc-sort-sub)(1:11) >
                     ws-capture-entry
                       (ws-lc-sort-sub + ws-lc-sort-gap)(1:11) then
                       move ws-capture-entry(ws-lc-sort-sub)
                         to ws-lc-swap-entry
                       move ws-capture-entry
                           (ws-lc-sort-sub + ws-lc-sort-gap)
                         to ws-capture-entry(ws-lc-sort-sub)
                       move ws-lc-swap-entry
                         to ws-capture-entry
                           (ws-lc-sort-sub + ws-lc-sort-gap)
                       move "Y" to ws-lc-sort-swapped
                   end-if

               end-perform

           end-perform.

       062-load-invoice-points.

           open input invoice-points-file.

           if ws-invpoints-status = "00" then

               perform until ws-invpoints-eof = "y"

                   read invoice-points-file
                       at end
                           move "y" to ws-invpoints-eof
                       not at end
                           if ws-num-invpoints < ws-max-invpoints
                             then
                               add 1 to ws-num-invpoints
                               move invoice-points-rec
                                 to ws-invpoints-entry
                                   (ws-num-invpoints)
                           end-if
                   end-read

               end-perform

               close invoice-points-file

           end-if.

           perform 063-sort-invoice-points.
           move ws-num-invpoints to ws-ip-sorted-count.

       063-sort-invoice-points.

           move ws-num-invpoints to ws-ip-sort-gap.
           move "Y" to ws-ip-sort-swapped.

           perform until ws-ip-sort-gap <= 1
             and ws-ip-sort-swapped = "N"

               compute ws-ip-sort-gap = (ws-ip-sort-gap * 10) / 13
               if ws-ip-sort-gap < 1 then
                   move 1 to ws-ip-sort-gap
               end-if

               move "N" to ws-ip-sort-swapped

               perform
                 varying ws-ip-sort-sub from 1 by 1
                 until ws-ip-sort-sub + ws-ip-sort-gap
                   > ws-num-invpoints

                   if ws-invpoints-entry(ws-ip-sort-sub)(1:11) >
                     ws-invpoints-entry
                       (ws-ip-sort-sub + ws-ip-sort-gap)(1:11) then
                       move ws-invpoints-entry(ws-ip-sort-sub)
                         to ws-ip-swap-entry
                       move ws-invpoints-entry
                           (ws-ip-sort-sub + ws-ip-sort-gap)
                         to ws-invpoints-entry(ws-ip-sort-sub)
                       move ws-ip-swap-entry
                         to ws-invpoints-entry
                           (ws-ip-sort-sub + ws-ip-sort-gap)
                       move "Y" to ws-ip-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Retains the as-loaded points by invoice on LOYINV.bak
       064-backup-invoice-points.

           open output invoice-points-backup-file.

           perform
             varying ws-ip-sub from 1 by 1
             until ws-ip-sub > ws-num-invpoints
               write invoice-points-backup-rec
                 from ws-invpoints-entry(ws-ip-sub)
               move ws-invpoints-entry(ws-ip-sub)
                 to ws-ip-loaded-image(ws-ip-sub)
           end-perform.

           close invoice-points-backup-file.

           move ws-num-invpoints to ws-ip-loaded-count.

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
           move ws-al-code to al-transaction-code
           move ws-al-store to al-store-number
           move ws-auditlog-program to al-program
           move ws-al-disposition to al-disposition
           move ws-batch-date to al-batch-date
           move ws-batch-number to al-batch-number
           write audit-log-rec.

      *    One journal row per change, cleared to spaces first
      *    like the audit record
       096-write-batch-journal.

           move spaces to batch-journal-rec
           move ws-batch-number to bj-batch-number
           move ws-batch-date to bj-batch-date
           move ws-bj-file-id to bj-file-id
           move ws-bj-action to bj-action
           move ws-bj-before to bj-before-image
           move ws-bj-after to bj-after-image
           write batch-journal-rec.

      *    Lists one exception line; the caller has filled the
      *    detail line and the audit fields
       095-write-exception.

           write report-line from ws-exception-detail-line
             after advancing 1 line.
           add 1 to ws-exception-counter.
           perform 090-write-audit-log.

       100-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

           write report-line from ws-exception-title-line
             after advancing 2 lines.

           write report-line from ws-exception-heading-line
             after advancing 1 line.

      *    A member whose statement month is behind the batch month
      *    has finished that month: its opening balance, activity,
      *    and closing balance go to the statement file, and the
      *    closing balance opens the new month. Closing the month
      *    on the first run dated in the next one means a month-end
      *    run that was skipped still gets its statements
       150-close-statement-months.

           open extend statement-file.

           if ws-statement-status not = "00" then
               open output statement-file
           end-if.

           perform
             varying ws-mb-sub from 1 by 1
             until ws-mb-sub > ws-num-members
               if ws-mb-period(ws-mb-sub) not = ws-batch-month then
                   if ws-mb-period(ws-mb-sub) > 0 then
                       perform 160-write-statement
                   end-if
                   move ws-batch-month to ws-mb-period(ws-mb-sub)
                   move ws-mb-balance(ws-mb-sub)
                     to ws-mb-opening(ws-mb-sub)
                   move 0 to ws-mb-earned(ws-mb-sub)
                   move 0 to ws-mb-reversed(ws-mb-sub)
                   move 0 to ws-mb-redeemed(ws-mb-sub)
               end-if
           end-perform.

           close statement-file.

       160-write-statement.

           move ws-mb-number(ws-mb-sub) to st-loyalty-number.
           move ws-mb-name(ws-mb-sub) to st-member-name.
           move ws-mb-store(ws-mb-sub) to st-store-number.
           move ws-mb-period(ws-mb-sub) to st-period.
           move ws-mb-opening(ws-mb-sub) to st-opening-balance.
           move ws-mb-earned(ws-mb-sub) to st-points-earned.
           move ws-mb-reversed(ws-mb-sub) to st-points-reversed.
           move ws-mb-redeemed(ws-mb-sub) to st-points-redeemed.
           move ws-mb-balance(ws-mb-sub) to st-closing-balance.

           move "LOYSTMT" to ws-bj-file-id.
           move "A" to ws-bj-action.
           move spaces to ws-bj-before.
           move statement-rec to ws-bj-after.
           perform 096-write-batch-journal.

           write statement-rec.

           add 1 to ws-statement-counter.

       200-enroll-members.

           open input enrollment-file.

           if ws-enrollment-status = "00" then

               perform until ws-enrollment-eof = "y"

                   read enrollment-file
                       at end
                           move "y" to ws-enrollment-eof
                       not at end
                           perform 210-enroll-one-member
                   end-read

               end-perform

               close enrollment-file

           end-if.

      *    A blank or already-used loyalty number, or a home store
      *    that is not on the store master, is refused
       210-enroll-one-member.

           move en-loyalty-number to ws-mb-search-key.
           perform 250-find-member.

           move en-store-number to ws-al-store.
           perform 260-check-store.

           move en-loyalty-number to ws-exc-number.
           move en-store-number to ws-exc-store.
           move spaces to ws-exc-invoice.
           move 0 to ws-exc-points.
           move en-loyalty-number to ws-al-invoice.
           move en-store-number to ws-al-store.
           move "P" to ws-al-code.
           move "ENROLLMENT REJECTED" to ws-al-disposition.

           if en-loyalty-number = spaces then
               move "BLANK LOYALTY NUMBER" to ws-exc-reason
               perform 095-write-exception
           else
           if ws-mb-found-sub > 0 then
               move "ALREADY ENROLLED" to ws-exc-reason
               perform 095-write-exception
           else
           if ws-store-found-flag = "N" then
               move "UNKNOWN HOME STORE" to ws-exc-reason
               perform 095-write-exception
           else
           if ws-num-members < ws-max-members then

               add 1 to ws-num-members
               move en-loyalty-number to ws-mb-number(ws-num-members)
               move en-member-name to ws-mb-name(ws-num-members)
               move en-store-number to ws-mb-store(ws-num-members)
               move en-enroll-date
                 to ws-mb-enroll-date(ws-num-members)
               move "A" to ws-mb-status(ws-num-members)
               move 0 to ws-mb-balance(ws-num-members)
               move ws-batch-month to ws-mb-period(ws-num-members)
               move 0 to ws-mb-opening(ws-num-members)
               move 0 to ws-mb-earned(ws-num-members)
               move 0 to ws-mb-reversed(ws-num-members)
               move 0 to ws-mb-redeemed(ws-num-members)
               move en-enroll-date
                 to ws-mb-last-activity(ws-num-members)
               add 1 to ws-enrolled-counter

               move "MEMBER ENROLLED" to ws-al-disposition
               perform 090-write-audit-log

           end-if
           end-if
           end-if
           end-if.

      *    Finds the member whose loyalty number matches
      *    ws-mb-search-key: binary search over the sorted part,
      *    then a linear pass over tonight's enrollments
       250-find-member.

           move 0 to ws-mb-found-sub.

           move 1 to ws-mb-lo.
           move ws-mb-sorted-count to ws-mb-hi.

           perform until ws-mb-lo > ws-mb-hi
             or ws-mb-found-sub > 0

               compute ws-mb-mid = (ws-mb-lo + ws-mb-hi) / 2

               if ws-mb-number(ws-mb-mid) = ws-mb-search-key then
                   move ws-mb-mid to ws-mb-found-sub
               else
                   if ws-mb-search-key > ws-mb-number(ws-mb-mid) then
                       compute ws-mb-lo = ws-mb-mid + 1
                   else
                       compute ws-mb-hi = ws-mb-mid - 1
                   end-if
               end-if

           end-perform.

           compute ws-mb-sub = ws-mb-sorted-count + 1.

           perform until ws-mb-sub > ws-num-members
             or ws-mb-found-sub > 0
               if ws-mb-number(ws-mb-sub) = ws-mb-search-key then
                   move ws-mb-sub to ws-mb-found-sub
               end-if
               add 1 to ws-mb-sub
           end-perform.

      *    Checks the store in ws-al-store against the store table
       260-check-store.

           move "N" to ws-store-found-flag.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               if ws-store-number-valid(ws-store-sub) = ws-al-store
                 then
                   move "Y" to ws-store-found-flag
               end-if
           end-perform.

      *    Finds tonight's capture for the invoice number and store
      *    in ws-lc-search-key
       270-find-capture.

           move 0 to ws-lc-found-sub.

           move 1 to ws-lc-lo.
           move ws-num-captures to ws-lc-hi.

           perform until ws-lc-lo > ws-lc-hi
             or ws-lc-found-sub > 0

               compute ws-lc-mid = (ws-lc-lo + ws-lc-hi) / 2

               if ws-capture-entry(ws-lc-mid)(1:11) =
                 ws-lc-search-key then
                   move ws-lc-mid to ws-lc-found-sub
               else
                   if ws-lc-search-key >
                     ws-capture-entry(ws-lc-mid)(1:11) then
                       compute ws-lc-lo = ws-lc-mid + 1
                   else
                       compute ws-lc-hi = ws-lc-mid - 1
                   end-if
               end-if

           end-perform.

      *    Finds the points entry for the invoice number and store
      *    in ws-ip-search-key: binary search over the sorted part,
      *    then a linear pass over tonight's earnings
       280-find-invoice-points.

           move 0 to ws-ip-found-sub.

           move 1 to ws-ip-lo.
           move ws-ip-sorted-count to ws-ip-hi.

           perform until ws-ip-lo > ws-ip-hi
             or ws-ip-found-sub > 0

               compute ws-ip-mid = (ws-ip-lo + ws-ip-hi) / 2

               if ws-invpoints-entry(ws-ip-mid)(1:11) =
                 ws-ip-search-key then
                   move ws-ip-mid to ws-ip-found-sub
               else
                   if ws-ip-search-key >
                     ws-invpoints-entry(ws-ip-mid)(1:11) then
                       compute ws-ip-lo = ws-ip-mid + 1
                   else
                       compute ws-ip-hi = ws-ip-mid - 1
                   end-if
               end-if

           end-perform.

           compute ws-ip-sub = ws-ip-sorted-count + 1.

           perform until ws-ip-sub > ws-num-invpoints
             or ws-ip-found-sub > 0
               if ws-invpoints-entry(ws-ip-sub)(1:11) =
                 ws-ip-search-key then
                   move ws-ip-sub to ws-ip-found-sub
               end-if
               add 1 to ws-ip-sub
           end-perform.

      *    Reads tonight's validated transactions; only S, L, and R
      *    records move points
       300-post-transactions.

           open input transaction-file.

           if ws-transaction-status = "00" then

               perform until ws-transaction-eof = "y"

                   read transaction-file
                       at end
                           move "y" to ws-transaction-eof
                       not at end
                           if tr-transaction-code = "S" or
                             tr-transaction-code = "L" then
                               perform 310-earn-points
                           end-if
                           if tr-transaction-code = "R" then
                               perform 330-reverse-return
                           end-if
                   end-read

               end-perform

               close transaction-file

           end-if.

      *    A sale or layaway with a captured loyalty number earns
      *    points for that member, once - an invoice already on
      *    LOYINV.dat is a rerun and earns nothing more
       310-earn-points.

           move tr-invoice-number to ws-lc-search-key(1:9).
           move tr-store-number to ws-lc-search-key(10:2).
           perform 270-find-capture.

           if ws-lc-found-sub > 0 then

               compute ws-points =
                 tr-transaction-amount * ws-points-per-dollar

               move ws-lc-number(ws-lc-found-sub) to ws-mb-search-key
               perform 250-find-member

               move ws-lc-search-key to ws-ip-search-key
               perform 280-find-invoice-points

               if ws-mb-found-sub = 0 then
                   perform 320-capture-not-on-master
               else
               if ws-mb-status(ws-mb-found-sub) not = "A" then
                   move ws-mb-search-key to ws-exc-number
                   move tr-store-number to ws-exc-store
                   move tr-invoice-number to ws-exc-invoice
                   move ws-points to ws-exc-points
                   move "MEMBER NOT ACTIVE" to ws-exc-reason
                   move tr-invoice-number to ws-al-invoice
                   move tr-store-number to ws-al-store
                   move tr-transaction-code to ws-al-code
                   move "POINTS NOT EARNED" to ws-al-disposition
                   perform 095-write-exception
               else
               if ws-ip-found-sub = 0 and
                 ws-num-invpoints < ws-max-invpoints then

                   add 1 to ws-num-invpoints
                   move tr-invoice-number
                     to ws-ip-invoice(ws-num-invpoints)
                   move tr-store-number to ws-ip-store(ws-num-invpoints)
                   move ws-mb-search-key
                     to ws-ip-number(ws-num-invpoints)
                   move tr-transaction-code
                     to ws-ip-code(ws-num-invpoints)
                   move tr-transaction-date
                     to ws-ip-date(ws-num-invpoints)
                   move ws-points to ws-ip-earned(ws-num-invpoints)
                   move 0 to ws-ip-reversed(ws-num-invpoints)
                   move "O" to ws-ip-status(ws-num-invpoints)

                   add ws-points to ws-mb-balance(ws-mb-found-sub)
                   add ws-points to ws-mb-earned(ws-mb-found-sub)
                   move tr-transaction-date
                     to ws-mb-last-activity(ws-mb-found-sub)
                   add 1 to ws-earned-counter
                   add ws-points to ws-earned-points

                   move tr-invoice-number to ws-al-invoice
                   move tr-store-number to ws-al-store
                   move tr-transaction-code to ws-al-code
                   move "POINTS EARNED" to ws-al-disposition
                   perform 090-write-audit-log

               end-if
               end-if
               end-if

           end-if.

      *    The captured loyalty number is not on the master - listed
      *    so the store can correct or enroll it, never dropped
       320-capture-not-on-master.

           move ws-mb-search-key to ws-exc-number.
           move tr-store-number to ws-exc-store.
           move tr-invoice-number to ws-exc-invoice.
           move ws-points to ws-exc-points.
           move "NOT ON LOYALTY MASTER" to ws-exc-reason.
           move tr-invoice-number to ws-al-invoice.
           move tr-store-number to ws-al-store.
           move tr-transaction-code to ws-al-code.
           move "NOT ON MASTER" to ws-al-disposition.
           perform 095-write-exception.

      *    A return takes back the points the original invoice
      *    earned for the returned amount, never more than are
      *    still standing on that invoice, from the member who
      *    earned them. A return whose sale earned no points but
      *    that carries a loyalty number not on the master is still
      *    listed
       330-reverse-return.

           move tr-invoice-number to ws-ip-search-key(1:9).
           move tr-store-number to ws-ip-search-key(10:2).
           perform 280-find-invoice-points.

           compute ws-points =
             tr-transaction-amount * ws-points-per-dollar.

           if ws-ip-found-sub = 0 then

               move ws-ip-search-key to ws-lc-search-key
               perform 270-find-capture
               if ws-lc-found-sub > 0 then
                   move ws-lc-number(ws-lc-found-sub)
                     to ws-mb-search-key
                   perform 250-find-member
                   if ws-mb-found-sub = 0 then
                       perform 320-capture-not-on-master
                   end-if
               end-if

           else

               compute ws-points-open =
                 ws-ip-earned(ws-ip-found-sub)
                 - ws-ip-reversed(ws-ip-found-sub)
               if ws-points > ws-points-open then
                   move ws-points-open to ws-points
               end-if

               move ws-ip-number(ws-ip-found-sub) to ws-mb-search-key
               perform 250-find-member

               if ws-mb-found-sub = 0 then
                   perform 320-capture-not-on-master
               else
               if ws-points > 0 then

                   add ws-points to ws-ip-reversed(ws-ip-found-sub)
                   subtract ws-points
                     from ws-mb-balance(ws-mb-found-sub)
                   add ws-points to ws-mb-reversed(ws-mb-found-sub)
                   move tr-transaction-date
                     to ws-mb-last-activity(ws-mb-found-sub)
                   add 1 to ws-returned-counter
                   add ws-points to ws-returned-points

                   move tr-invoice-number to ws-al-invoice
                   move tr-store-number to ws-al-store
                   move tr-transaction-code to ws-al-code
                   move "POINTS REVERSED" to ws-al-disposition
                   perform 090-write-audit-log

               end-if
               end-if

           end-if.

      *    A layaway cancelled on LAYAWAY.dat (status X) gives up
      *    whatever points it still has standing; the entry is then
      *    marked F so a later run does not take them twice
       400-reverse-forfeitures.

           open input layaway-master-file.

           if ws-layaway-status = "00" then

               perform until ws-layaway-eof = "y"

                   read layaway-master-file
                       at end
                           move "y" to ws-layaway-eof
                       not at end
                           if la-status = "X" then
                               perform 410-reverse-one-forfeit
                           end-if
                   end-read

               end-perform

               close layaway-master-file

           end-if.

       410-reverse-one-forfeit.

           move la-invoice-number to ws-ip-search-key(1:9).
           move la-store-number to ws-ip-search-key(10:2).
           perform 280-find-invoice-points.

           if ws-ip-found-sub > 0 then
               if ws-ip-code(ws-ip-found-sub) = "L" and
                 ws-ip-status(ws-ip-found-sub) = "O" then

                   compute ws-points =
                     ws-ip-earned(ws-ip-found-sub)
                     - ws-ip-reversed(ws-ip-found-sub)
                   move "F" to ws-ip-status(ws-ip-found-sub)

                   move ws-ip-number(ws-ip-found-sub)
                     to ws-mb-search-key
                   perform 250-find-member

                   if ws-mb-found-sub > 0 and ws-points > 0 then

                       add ws-points to ws-ip-reversed(ws-ip-found-sub)
                       subtract ws-points
                         from ws-mb-balance(ws-mb-found-sub)
                       add ws-points
                         to ws-mb-reversed(ws-mb-found-sub)
                       move ws-batch-date
                         to ws-mb-last-activity(ws-mb-found-sub)
                       add 1 to ws-forfeit-counter
                       add ws-points to ws-forfeit-points

                       move la-invoice-number to ws-al-invoice
                       move la-store-number to ws-al-store
                       move "L" to ws-al-code
                       move "POINTS FORFEITED" to ws-al-disposition
                       perform 090-write-audit-log

                   end-if

               end-if
           end-if.

       450-apply-redemptions.

           open input redemption-file.

           if ws-redemption-status = "00" then

               perform until ws-redemption-eof = "y"

                   read redemption-file
                       at end
                           move "y" to ws-redemption-eof
                       not at end
                           perform 460-apply-one-redemption
                   end-read

               end-perform

               close redemption-file

           end-if.

      *    Redeems points from an active member with enough points
      *    standing; anything else goes on the exception section
       460-apply-one-redemption.

           move rd-loyalty-number to ws-mb-search-key.
           perform 250-find-member.

           move rd-loyalty-number to ws-exc-number.
           move rd-store-number to ws-exc-store.
           move spaces to ws-exc-invoice.
           move rd-points to ws-exc-points.
           move rd-loyalty-number to ws-al-invoice.
           move rd-store-number to ws-al-store.
           move "P" to ws-al-code.
           move "REDEMPTION REJECTED" to ws-al-disposition.

           if ws-mb-found-sub = 0 then
               move "NOT ON LOYALTY MASTER" to ws-exc-reason
               perform 095-write-exception
           else
           if ws-mb-status(ws-mb-found-sub) not = "A" then
               move "MEMBER NOT ACTIVE" to ws-exc-reason
               perform 095-write-exception
           else
           if rd-points > ws-mb-balance(ws-mb-found-sub) then
               move "EXCEEDS POINT BALANCE" to ws-exc-reason
               perform 095-write-exception
           else

               subtract rd-points from ws-mb-balance(ws-mb-found-sub)
               add rd-points to ws-mb-redeemed(ws-mb-found-sub)
               move rd-date to ws-mb-last-activity(ws-mb-found-sub)
               add 1 to ws-redeemed-counter
               add rd-points to ws-redeemed-points

               move "POINTS REDEEMED" to ws-al-disposition
               perform 090-write-audit-log

           end-if
           end-if
           end-if.

      *    Rewrites LOYMAST.dat from the in-memory master,
      *    journaling every member enrolled or changed tonight
       500-write-members.

           open output member-file.

           perform
             varying ws-mb-sub from 1 by 1
             until ws-mb-sub > ws-num-members
               perform 059-move-member-out
               perform 505-journal-member
               write member-rec
           end-perform.

           close member-file.

       505-journal-member.

           move "LOYMAST" to ws-bj-file-id.
           move member-rec to ws-bj-after.

           if ws-mb-sub > ws-mb-loaded-count then
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               perform 096-write-batch-journal
           else
           if member-rec not = ws-mb-loaded-image(ws-mb-sub) then
               move "C" to ws-bj-action
               move ws-mb-loaded-image(ws-mb-sub) to ws-bj-before
               perform 096-write-batch-journal
           end-if
           end-if.

      *    Rewrites LOYINV.dat, tonight's earnings included, and
      *    journals every row earned or reversed tonight
       520-write-invoice-points.

           open output invoice-points-file.

           perform
             varying ws-ip-sub from 1 by 1
             until ws-ip-sub > ws-num-invpoints
               perform 525-journal-invoice-points
               write invoice-points-rec
                 from ws-invpoints-entry(ws-ip-sub)
           end-perform.

           close invoice-points-file.

       525-journal-invoice-points.

           move "LOYINV" to ws-bj-file-id.
           move ws-invpoints-entry(ws-ip-sub) to ws-bj-after.

           if ws-ip-sub > ws-ip-loaded-count then
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               perform 096-write-batch-journal
           else
           if ws-bj-after not = ws-ip-loaded-image(ws-ip-sub) then
               move "C" to ws-bj-action
               move ws-ip-loaded-image(ws-ip-sub) to ws-bj-before
               perform 096-write-batch-journal
           end-if
           end-if.

      *    Rolls every member's standing points into the home
      *    store's totals at the point value, then prints one line
      *    per store, the grand total, and the run's activity. A
      *    member pushed negative by a return after a redemption
      *    owes points, which is not a liability - counted only
       600-print-liability-report.

           perform
             varying ws-mb-sub from 1 by 1
             until ws-mb-sub > ws-num-members
               if ws-mb-balance(ws-mb-sub) < 0 then
                   add 1 to ws-negative-counter
               else
                   perform 610-accumulate-member
               end-if
           end-perform.

           write report-line from ws-liability-heading-line
             after advancing 3 lines.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move ws-store-number-valid(ws-store-sub) to ws-ld-store
               move ws-st-member-count(ws-store-sub)
                 to ws-ld-member-count
               move ws-st-points(ws-store-sub) to ws-ld-points
               move ws-st-liability(ws-store-sub) to ws-ld-liability
               write report-line from ws-liability-detail-line
                 after advancing 1 line
           end-perform.

           move ws-grand-member-count to ws-gt-member-count.
           move ws-grand-points to ws-gt-points.
           move ws-grand-liability to ws-gt-liability.
           write report-line from ws-grand-total-line
             after advancing 2 lines.

           move "Points earned:" to ws-act-label.
           move ws-earned-counter to ws-act-count.
           move ws-earned-points to ws-act-points.
           write report-line from ws-activity-line
             after advancing 2 lines.

           move "Reversed on returns:" to ws-act-label.
           move ws-returned-counter to ws-act-count.
           move ws-returned-points to ws-act-points.
           write report-line from ws-activity-line
             after advancing 1 line.

           move "Reversed on forfeited layaway:" to ws-act-label.
           move ws-forfeit-counter to ws-act-count.
           move ws-forfeit-points to ws-act-points.
           write report-line from ws-activity-line
             after advancing 1 line.

           move "Redeemed:" to ws-act-label.
           move ws-redeemed-counter to ws-act-count.
           move ws-redeemed-points to ws-act-points.
           write report-line from ws-activity-line
             after advancing 1 line.

           move "Members enrolled:" to ws-cnt-label.
           move ws-enrolled-counter to ws-cnt-count.
           write report-line from ws-count-line
             after advancing 2 lines.

           move "Member statements written:" to ws-cnt-label.
           move ws-statement-counter to ws-cnt-count.
           write report-line from ws-count-line
             after advancing 1 line.

           move "Members owing points:" to ws-cnt-label.
           move ws-negative-counter to ws-cnt-count.
           write report-line from ws-count-line
             after advancing 1 line.

           move "Loyalty exceptions:" to ws-cnt-label.
           move ws-exception-counter to ws-cnt-count.
           write report-line from ws-count-line
             after advancing 1 line.

      *    Adds one member's standing points to the home store's
      *    totals and the grand total
       610-accumulate-member.

           move ws-mb-balance(ws-mb-sub) to ws-points.
           compute ws-liability rounded = ws-points * ws-point-value.

           add 1 to ws-grand-member-count.
           add ws-points to ws-grand-points.
           add ws-liability to ws-grand-liability.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               if ws-store-number-valid(ws-store-sub) =
                 ws-mb-store(ws-mb-sub) then
                   add 1 to ws-st-member-count(ws-store-sub)
                   add ws-points to ws-st-points(ws-store-sub)
                   add ws-liability to ws-st-liability(ws-store-sub)
               end-if
           end-perform.

       end program LoyaltyPoints.
