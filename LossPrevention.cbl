       identification division.
       program-id. LossPrevention.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The LOSS PREVENTION program looks across
      * the day's returns for the refund patterns no single report
      * shows. Each return on return-project8.dat is matched to its
      * original sale on the keyed sales index SALEIDX.dat and
      * scored against the rules on the LPRULES.dat threshold
      * control file: a cash refund against a sale paid by credit
      * or debit card, the same cashier ringing both the sale and
      * its return, a return with no matching sale, and repeated
      * returns by one cashier just under the manager approval
      * amount. Each cashier is then scored on the sum of their
      * returns, plus a further weight when their return count or
      * refund dollars stand far above their store's average. The
      * exception report ranks the scored cashiers within each
      * store with their flagged returns beneath them, and every
      * flagged return and outlying cashier goes out on
      * LPEXCEPT.dat for the loss-prevention team to work from.

       environment division.
       input-output section.
       file-control.

      *The day's returns, as DataSplitandCount split them off
           select return-file
               assign to ws-return-name
               organization is line sequential
               file status is ws-return-status.

      *Keyed sales index DataSplitandCount maintains alongside the
      *history file - one read per return
           select sales-history-idx
               assign to ws-sales-history-idx-name
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-salesidx-status.

      *Single-row rule-threshold control file, same control-file
      *idiom as RETURNRATE.dat so the rules can be tuned without a
      *recompile
           select rule-file
               assign to "../../../data/LPRULES.dat"
               organization is line sequential
               file status is ws-rule-status.

           select cashier-master-file
               assign to "../../../data/CASHMAST.dat"
               organization is line sequential
               file status is ws-cashmast-status.

           select exception-file
               assign to ws-exception-name
               organization is line sequential.

           select lp-report-file
               assign to ws-lp-report-name
               organization is line sequential.

           select audit-log-file
               assign to ws-audit-log-name
               organization is line sequential
               file status is ws-auditlog-status.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.
       fd return-file
           data record is return-rec
           record contains 50 characters.

       01 return-rec.
         05 rt-transaction-code pic x.
         05 rt-transaction-amount pic 9(5)v99.
         05 rt-payment-type pic xx.
         05 rt-store-number pic xx.
         05 rt-invoice-number pic x(9).
         05 rt-sku-code pic x(15).
         05 rt-transaction-date pic 9(8).
         05 rt-reason-code pic xx.
         05 rt-cashier-id pic x(4).

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

       fd rule-file
           data record is rule-rec
           record contains 28 characters.

       01 rule-rec.
         05 lr-approval-limit pic 9(5)v99.
         05 lr-under-margin pic 9(5)v99.
         05 lr-under-repeats pic 999.
         05 lr-outlier-factor pic 9v99.
         05 lr-outlier-minimum pic 999.
         05 lr-weight-cash pic 9.
         05 lr-weight-same pic 9.
         05 lr-weight-nosale pic 9.
         05 lr-weight-under pic 9.
         05 lr-weight-outlier pic 9.

       fd cashier-master-file
           data record is cashier-master-rec
           record contains 26 characters.

       01 cashier-master-rec.
         05 cm-cashier-id pic x(4).
         05 cm-store-number pic xx.
         05 cm-cashier-name pic x(20).

      *One row per flagged return (type R) and per outlying
      *cashier (type C); the rule string carries one letter per
      *rule hit, in the order C S N U O
       fd exception-file
           data record is exception-rec
           record contains 66 characters.

       01 exception-rec.
         05 le-record-type pic x.
         05 le-store-number pic xx.
         05 le-cashier-id pic x(4).
         05 le-invoice-number pic x(9).
         05 le-sku-code pic x(15).
         05 le-return-date pic 9(8).
         05 le-amount pic 9(7)v99.
         05 le-rules pic x(5).
         05 le-score pic 9(5).
         05 le-batch-date pic 9(8).

       fd lp-report-file
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

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-return-name pic x(48) value
             "../../../data/return-project8.dat".
         05 ws-sales-history-idx-name pic x(48) value
             "../../../data/SALEIDX.dat".
         05 ws-exception-name pic x(48) value
             "../../../data/LPEXCEPT.dat".
         05 ws-lp-report-name pic x(48) value
             "../../../data/LossPrevention.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".

      *End of file flags and file statuses
       01 ws-return-status pic xx.
       01 ws-return-eof pic x value "n".
       01 ws-salesidx-status pic xx.
       01 ws-salesidx-open-flag pic x value "N".
       01 ws-sale-found-flag pic x value "N".
       01 ws-rule-status pic xx.
       01 ws-cashmast-status pic xx.
       01 ws-cashmast-eof pic x value "n".
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "LOSSPREVENTION".
       01 ws-al-disposition pic x(20).
       01 ws-al-invoice pic x(9).
       01 ws-al-store pic xx.

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

      *Rule thresholds and weights, overridden from LPRULES.dat
      *when it is present
       01 ws-rules.
         05 ws-approval-limit pic 9(5)v99 value 100.00.
         05 ws-under-margin pic 9(5)v99 value 10.00.
         05 ws-under-repeats pic 999 value 2.
         05 ws-outlier-factor pic 9v99 value 2.00.
         05 ws-outlier-minimum pic 999 value 3.
         05 ws-weight-cash pic 9 value 3.
         05 ws-weight-same pic 9 value 4.
         05 ws-weight-nosale pic 9 value 3.
         05 ws-weight-under pic 9 value 2.
         05 ws-weight-outlier pic 9 value 3.
       01 ws-under-floor pic 9(5)v99 value 0.

      *The day's returns with what the sales index says about each
       01 ws-num-returns pic 9(5) value 0.
       77 ws-max-returns pic 9(5) value 10000.
       01 ws-return-table.
         05 ws-return-entry occurs 1 to 10000 times
                       depending on ws-num-returns.
           10 ws-rt-sort-key.
             15 ws-rt-store pic xx.
             15 ws-rt-cashier pic x(4).
             15 ws-rt-rank pic 999.
           10 ws-rt-invoice pic x(9).
           10 ws-rt-sku pic x(15).
           10 ws-rt-date pic 9(8).
           10 ws-rt-amount pic 9(5)v99.
           10 ws-rt-ptype pic xx.
           10 ws-rt-orig-ptype pic xx.
           10 ws-rt-orig-cashier pic x(4).
           10 ws-rt-rules pic x(5).
           10 ws-rt-score pic 99.
       01 ws-rt-sub pic 9(5).
       01 ws-rt-sort-work.
         05 ws-rt-sort-gap pic 9(5).
         05 ws-rt-sort-sub pic 9(5).
         05 ws-rt-sort-swapped pic x.
         05 ws-rt-swap-entry pic x(63).

      *One entry per cashier: seeded from CASHMAST.dat so each
      *store's average is taken over all its cashiers, with any
      *cashier id not on the master added as it is seen
       01 ws-num-cashiers pic 999 value 0.
       77 ws-max-cashiers pic 999 value 600.
       01 ws-cashier-table.
         05 ws-cashier-entry occurs 1 to 600 times
                       depending on ws-num-cashiers.
           10 ws-cs-sort-key.
             15 ws-cs-store pic xx.
             15 ws-cs-rank pic 9(5).
             15 ws-cs-id pic x(4).
           10 ws-cs-name pic x(20).
           10 ws-cs-returns pic 9(5).
           10 ws-cs-dollars pic 9(7)v99.
           10 ws-cs-under pic 9(5).
           10 ws-cs-score pic 9(5).
           10 ws-cs-outlier pic x.
       01 ws-cs-sub pic 999.
       01 ws-cs-found-sub pic 999 value 0.
       01 ws-cs-sort-work.
         05 ws-cs-sort-gap pic 999.
         05 ws-cs-sort-sub pic 999.
         05 ws-cs-sort-swapped pic x.
         05 ws-cs-swap-entry pic x(56).

      *Per-store totals for the cashier averages
       01 ws-num-stores pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 99 times.
           10 ws-st-store pic xx.
           10 ws-st-cashiers pic 999.
           10 ws-st-returns pic 9(7).
           10 ws-st-dollars pic 9(9)v99.
       01 ws-st-sub pic 99.
       01 ws-st-found-sub pic 99 value 0.
       01 ws-avg-returns pic 9(5)v99 value 0.
       01 ws-avg-dollars pic 9(7)v99 value 0.

      *Report control breaks and counters
       01 ws-prev-store pic xx value spaces.
       01 ws-store-rank pic 999 value 0.
       01 ws-calcs.
         05 ws-flagged-returns pic 9(5) value 0.
         05 ws-flagged-cashiers pic 999 value 0.
         05 ws-outlier-counter pic 999 value 0.
         05 ws-cash-counter pic 9(5) value 0.
         05 ws-same-counter pic 9(5) value 0.
         05 ws-nosale-counter pic 9(5) value 0.
         05 ws-under-counter pic 9(5) value 0.
         05 ws-flagged-dollars pic 9(9)v99 value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(23) value spaces.
         05 filler pic x(42) value
                   "LOSS PREVENTION REFUND EXCEPTION REPORT -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(28) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(100) value all "-".

       01 ws-legend-line1.
         05 filler pic x(50) value
           "Rules: C cash refund on a card sale   S same cashi".
         05 filler pic x(50) value
           "er rang the sale   N no matching sale".

       01 ws-legend-line2.
         05 filler pic x(50) value
           "       U repeated returns just under the approval ".
         05 filler pic x(50) value
           "limit   O cashier far above the store average".

       01 ws-store-heading-line.
         05 filler pic x(6) value "STORE ".
         05 ws-sh-store pic xx.
         05 filler pic x(12) value "   AVERAGE: ".
         05 ws-sh-avg-returns pic zzzz9.99.
         05 filler pic x(15) value " returns,      ".
         05 ws-sh-avg-dollars pic $$,$$$,$$9.99.
         05 filler pic x(26) value " refunded per cashier".
         05 filler pic x(18) value spaces.

       01 ws-cashier-heading-line.
         05 filler pic x(50) value
           "Rank  Cashier  Name                  Returns    Re".
         05 filler pic x(50) value
           "funded  Score  Rules".

       01 ws-cashier-detail-line.
         05 ws-cd-rank pic zz9.
         05 filler pic x(3) value spaces.
         05 ws-cd-id pic x(4).
         05 filler pic x(5) value spaces.
         05 ws-cd-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-cd-returns pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-cd-dollars pic $$,$$$,$$9.99.
         05 filler pic x value space.
         05 ws-cd-score pic zzzz9.
         05 filler pic x(3) value spaces.
         05 ws-cd-outlier pic x(20).
         05 filler pic x(14) value spaces.

       01 ws-return-detail-line.
         05 filler pic x(10) value spaces.
         05 filler pic x(8) value "Invoice ".
         05 ws-rd-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-rd-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-rd-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-rd-amount pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-rd-ptype pic xx.
         05 filler pic x(6) value " sale ".
         05 ws-rd-orig-ptype pic xx.
         05 filler pic x value space.
         05 ws-rd-orig-cashier pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-rd-score pic z9.
         05 filler pic x(2) value spaces.
         05 ws-rd-rules pic x(5).
         05 filler pic x(8) value spaces.

       01 ws-no-exceptions-line.
         05 filler pic x(100) value
           "No return or cashier tripped a rule tonight.".

      *Summary lines
       01 ws-summary-line1.
         05 filler pic x(34) value "Returns examined:".
         05 ws-sum-returns pic zzzz9.
         05 filler pic x(61) value spaces.

       01 ws-summary-line2.
         05 filler pic x(34) value "Returns flagged:".
         05 ws-sum-flagged pic zzzz9.
         05 filler pic x(4) value spaces.
         05 ws-sum-flagged-dollars pic $$$,$$$,$$9.99.
         05 filler pic x(43) value spaces.

       01 ws-summary-line3.
         05 filler pic x(34) value "  Cash refund on a card sale:".
         05 ws-sum-cash pic zzzz9.
         05 filler pic x(61) value spaces.

       01 ws-summary-line4.
         05 filler pic x(34) value "  Same cashier rang the sale:".
         05 ws-sum-same pic zzzz9.
         05 filler pic x(61) value spaces.

       01 ws-summary-line5.
         05 filler pic x(34) value "  No matching sale:".
         05 ws-sum-nosale pic zzzz9.
         05 filler pic x(61) value spaces.

       01 ws-summary-line6.
         05 filler pic x(34) value "  Repeated just under the limit:".
         05 ws-sum-under pic zzzz9.
         05 filler pic x(61) value spaces.

       01 ws-summary-line7.
         05 filler pic x(34) value "Cashiers scored:".
         05 ws-sum-cashiers pic zzzz9.
         05 filler pic x(61) value spaces.

       01 ws-summary-line8.
         05 filler pic x(34) value "Cashiers far above store average:".
         05 ws-sum-outliers pic zzzz9.
         05 filler pic x(61) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp and the rule thresholds
           perform 045-load-run-control.
           perform 047-load-rules.

      *    Seeds the cashier table from the cashier master
           perform 050-load-cashier-master.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.

           open output lp-report-file.
           open output exception-file.

           perform 100-print-headings.

      *    Matches each return to its sale and applies the rules
      *    that need only the return itself
           perform 055-open-sales-index.
           perform 200-load-returns.

           if ws-salesidx-open-flag = "Y" then
               close sales-history-idx
           end-if.

      *    Cashier-level rules: repeated returns just under the
      *    approval limit, and the store-average outliers
           perform 300-apply-under-limit-rule.
           perform 350-apply-outlier-rule.

      *    Ranks the cashiers within each store and prints them
      *    with their flagged returns
           perform 400-rank-cashiers.
           perform 450-sort-returns.
           perform 500-print-exceptions.

           perform 700-print-summary.

           close lp-report-file.
           close exception-file.
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
           move "../../../dryrun/return-project8.dat" to ws-return-name.
           move "../../../dryrun/SALEIDX.dat"
             to ws-sales-history-idx-name.
           move "../../../dryrun/LPEXCEPT.dat" to ws-exception-name.
           move "../../../dryrun/LossPrevention.out"
             to ws-lp-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.

      *    A missing control file leaves the defaults in place; a
      *    non-numeric figure leaves that one rule at its default
       047-load-rules.

           open input rule-file.

           if ws-rule-status = "00" then

               read rule-file
                   not at end
                       if lr-approval-limit numeric then
                           move lr-approval-limit
                             to ws-approval-limit
                       end-if
                       if lr-under-margin numeric then
                           move lr-under-margin to ws-under-margin
                       end-if
                       if lr-under-repeats numeric then
                           move lr-under-repeats to ws-under-repeats
                       end-if
                       if lr-outlier-factor numeric then
                           move lr-outlier-factor
                             to ws-outlier-factor
                       end-if
                       if lr-outlier-minimum numeric then
                           move lr-outlier-minimum
                             to ws-outlier-minimum
                       end-if
                       if lr-weight-cash numeric then
                           move lr-weight-cash to ws-weight-cash
                       end-if
                       if lr-weight-same numeric then
                           move lr-weight-same to ws-weight-same
                       end-if
                       if lr-weight-nosale numeric then
                           move lr-weight-nosale to ws-weight-nosale
                       end-if
                       if lr-weight-under numeric then
                           move lr-weight-under to ws-weight-under
                       end-if
                       if lr-weight-outlier numeric then
                           move lr-weight-outlier
                             to ws-weight-outlier
                       end-if
               end-read

               close rule-file

           end-if.

           if ws-under-margin > ws-approval-limit then
               move 0 to ws-under-floor
           else
               compute ws-under-floor =
                 ws-approval-limit - ws-under-margin
           end-if.

       050-load-cashier-master.

           open input cashier-master-file.

           if ws-cashmast-status = "00" then

               perform until ws-cashmast-eof = "y"

                   read cashier-master-file
                       at end
                           move "y" to ws-cashmast-eof
                       not at end
                           if ws-num-cashiers < ws-max-cashiers then
                               add 1 to ws-num-cashiers
                               move ws-num-cashiers to ws-cs-sub
                               perform 052-clear-cashier-entry
                               move cm-store-number
                                 to ws-cs-store(ws-cs-sub)
                               move cm-cashier-id
                                 to ws-cs-id(ws-cs-sub)
                               move cm-cashier-name
                                 to ws-cs-name(ws-cs-sub)
                           end-if
                   end-read

               end-perform

               close cashier-master-file

           end-if.

       052-clear-cashier-entry.

           move 0 to ws-cs-rank(ws-cs-sub).
           move spaces to ws-cs-name(ws-cs-sub).
           move 0 to ws-cs-returns(ws-cs-sub).
           move 0 to ws-cs-dollars(ws-cs-sub).
           move 0 to ws-cs-under(ws-cs-sub).
           move 0 to ws-cs-score(ws-cs-sub).
           move "N" to ws-cs-outlier(ws-cs-sub).

      *    Finds the cashier for the return at ws-rt-sub under its
      *    store, adding one not on the master
       054-find-cashier.

           move 0 to ws-cs-found-sub.

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cashiers
               or ws-cs-found-sub > 0
               if ws-cs-store(ws-cs-sub) = ws-rt-store(ws-rt-sub) and
                 ws-cs-id(ws-cs-sub) = ws-rt-cashier(ws-rt-sub)
                   move ws-cs-sub to ws-cs-found-sub
               end-if
           end-perform.

           if ws-cs-found-sub = 0 and
             ws-num-cashiers < ws-max-cashiers then
               add 1 to ws-num-cashiers
               move ws-num-cashiers to ws-cs-sub
               perform 052-clear-cashier-entry
               move ws-rt-store(ws-rt-sub) to ws-cs-store(ws-cs-sub)
               move ws-rt-cashier(ws-rt-sub) to ws-cs-id(ws-cs-sub)
               move "NOT ON CASHIER MASTER" to ws-cs-name(ws-cs-sub)
               move ws-cs-sub to ws-cs-found-sub
           end-if.

      *    An absent index (a standalone run before the split ever
      *    ran) leaves matching inert; every return then reads as
      *    having no matching sale
       055-open-sales-index.

           open input sales-history-idx.

           if ws-salesidx-status = "00" then
               move "Y" to ws-salesidx-open-flag
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
           move "R" to al-transaction-code
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

           write report-line from ws-legend-line1
             after advancing 2 lines.

           write report-line from ws-legend-line2
             after advancing 1 line.

       200-load-returns.

           open input return-file.

           if ws-return-status = "00" then

               perform until ws-return-eof = "y"

                   read return-file
                       at end
                           move "y" to ws-return-eof
                       not at end
                           if rt-transaction-code = "R" and
                             ws-num-returns < ws-max-returns then
                               perform 210-score-one-return
                           end-if
                   end-read

               end-perform

               close return-file

           end-if.

      *    The return-only rules: a cash refund against a card sale,
      *    the same cashier on both ends, and no matching sale
       210-score-one-return.

           add 1 to ws-num-returns.
           move ws-num-returns to ws-rt-sub.

           move rt-store-number to ws-rt-store(ws-rt-sub).
           move rt-cashier-id to ws-rt-cashier(ws-rt-sub).
           move 0 to ws-rt-rank(ws-rt-sub).
           move rt-invoice-number to ws-rt-invoice(ws-rt-sub).
           move rt-sku-code to ws-rt-sku(ws-rt-sub).
           move rt-transaction-date to ws-rt-date(ws-rt-sub).
           move rt-transaction-amount to ws-rt-amount(ws-rt-sub).
           move rt-payment-type to ws-rt-ptype(ws-rt-sub).
           move spaces to ws-rt-orig-ptype(ws-rt-sub).
           move spaces to ws-rt-orig-cashier(ws-rt-sub).
           move spaces to ws-rt-rules(ws-rt-sub).
           move 0 to ws-rt-score(ws-rt-sub).

           move "N" to ws-sale-found-flag.

           if ws-salesidx-open-flag = "Y" then

               move rt-invoice-number to sx-invoice-number
               move rt-store-number to sx-store-number

               read sales-history-idx
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-sale-found-flag
                       move sx-payment-type
                         to ws-rt-orig-ptype(ws-rt-sub)
                       move sx-cashier-id
                         to ws-rt-orig-cashier(ws-rt-sub)
               end-read

           end-if.

           if ws-sale-found-flag = "N" then
               move "N" to ws-rt-rules(ws-rt-sub)(3:1)
               add ws-weight-nosale to ws-rt-score(ws-rt-sub)
               add 1 to ws-nosale-counter
           else

               if ws-rt-ptype(ws-rt-sub) = "CA" and
                 (ws-rt-orig-ptype(ws-rt-sub) = "CR" or
                  ws-rt-orig-ptype(ws-rt-sub) = "DB") then
                   move "C" to ws-rt-rules(ws-rt-sub)(1:1)
                   add ws-weight-cash to ws-rt-score(ws-rt-sub)
                   add 1 to ws-cash-counter
               end-if

               if ws-rt-orig-cashier(ws-rt-sub) =
                 ws-rt-cashier(ws-rt-sub) and
                 ws-rt-cashier(ws-rt-sub) not = spaces then
                   move "S" to ws-rt-rules(ws-rt-sub)(2:1)
                   add ws-weight-same to ws-rt-score(ws-rt-sub)
                   add 1 to ws-same-counter
               end-if

           end-if.

           perform 054-find-cashier.

           if ws-cs-found-sub > 0 then
               add 1 to ws-cs-returns(ws-cs-found-sub)
               add ws-rt-amount(ws-rt-sub)
                 to ws-cs-dollars(ws-cs-found-sub)
               if ws-rt-amount(ws-rt-sub) not < ws-under-floor and
                 ws-rt-amount(ws-rt-sub) < ws-approval-limit then
                   add 1 to ws-cs-under(ws-cs-found-sub)
               end-if
           end-if.

      *    A single return just under the approval limit is
      *    ordinary; the rule trips only when the same cashier does
      *    it the set number of times or more in the day
       300-apply-under-limit-rule.

           perform varying ws-rt-sub from 1 by 1
             until ws-rt-sub > ws-num-returns

               if ws-rt-amount(ws-rt-sub) not < ws-under-floor and
                 ws-rt-amount(ws-rt-sub) < ws-approval-limit then

                   perform 054-find-cashier

                   if ws-cs-found-sub > 0 then
                       if ws-cs-under(ws-cs-found-sub)
                         not < ws-under-repeats then
                           move "U" to ws-rt-rules(ws-rt-sub)(4:1)
                           add ws-weight-under
                             to ws-rt-score(ws-rt-sub)
                           add 1 to ws-under-counter
                       end-if
                   end-if

               end-if

           end-perform.

      *    Rolls every return into its cashier's score, then
      *    compares each cashier with the average over all the
      *    store's cashiers
       350-apply-outlier-rule.

           perform varying ws-rt-sub from 1 by 1
             until ws-rt-sub > ws-num-returns
               perform 054-find-cashier
               if ws-cs-found-sub > 0 then
                   add ws-rt-score(ws-rt-sub)
                     to ws-cs-score(ws-cs-found-sub)
                       on size error
                           move 99999
                             to ws-cs-score(ws-cs-found-sub)
                   end-add
               end-if
               if ws-rt-score(ws-rt-sub) > 0 then
                   add 1 to ws-flagged-returns
                   add ws-rt-amount(ws-rt-sub) to ws-flagged-dollars
               end-if
           end-perform.

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cashiers
               perform 355-add-to-store
           end-perform.

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cashiers
               perform 360-check-one-cashier
           end-perform.

       355-add-to-store.

           move 0 to ws-st-found-sub.

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               or ws-st-found-sub > 0
               if ws-st-store(ws-st-sub) = ws-cs-store(ws-cs-sub)
                   move ws-st-sub to ws-st-found-sub
               end-if
           end-perform.

           if ws-st-found-sub = 0 and ws-num-stores < 99 then
               add 1 to ws-num-stores
               move ws-num-stores to ws-st-found-sub
               move ws-cs-store(ws-cs-sub)
                 to ws-st-store(ws-st-found-sub)
               move 0 to ws-st-cashiers(ws-st-found-sub)
               move 0 to ws-st-returns(ws-st-found-sub)
               move 0 to ws-st-dollars(ws-st-found-sub)
           end-if.

           if ws-st-found-sub > 0 then
               add 1 to ws-st-cashiers(ws-st-found-sub)
               add ws-cs-returns(ws-cs-sub)
                 to ws-st-returns(ws-st-found-sub)
               add ws-cs-dollars(ws-cs-sub)
                 to ws-st-dollars(ws-st-found-sub)
           end-if.

       360-check-one-cashier.

           perform 365-find-store-average.

           if ws-cs-returns(ws-cs-sub) not < ws-outlier-minimum and
             (ws-cs-returns(ws-cs-sub) >
                ws-avg-returns * ws-outlier-factor or
              ws-cs-dollars(ws-cs-sub) >
                ws-avg-dollars * ws-outlier-factor) then
               move "Y" to ws-cs-outlier(ws-cs-sub)
               add ws-weight-outlier to ws-cs-score(ws-cs-sub)
                   on size error
                       move 99999 to ws-cs-score(ws-cs-sub)
               end-add
               add 1 to ws-outlier-counter
           end-if.

      *    Leaves the store's per-cashier averages for the cashier
      *    at ws-cs-sub in ws-avg-returns and ws-avg-dollars
       365-find-store-average.

           move 0 to ws-avg-returns.
           move 0 to ws-avg-dollars.

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               if ws-st-store(ws-st-sub) = ws-cs-store(ws-cs-sub) and
                 ws-st-cashiers(ws-st-sub) > 0
                   compute ws-avg-returns rounded =
                     ws-st-returns(ws-st-sub)
                       / ws-st-cashiers(ws-st-sub)
                   compute ws-avg-dollars rounded =
                     ws-st-dollars(ws-st-sub)
                       / ws-st-cashiers(ws-st-sub)
               end-if
           end-perform.

      *    Sorts the cashiers by store and falling score; the rank
      *    key is the score taken from 99999 so ascending order
      *    puts the highest score first
       400-rank-cashiers.

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cashiers
               compute ws-cs-rank(ws-cs-sub) =
                 99999 - ws-cs-score(ws-cs-sub)
           end-perform.

           move ws-num-cashiers to ws-cs-sort-gap.
           move "Y" to ws-cs-sort-swapped.

           perform until ws-cs-sort-gap = 1
             and ws-cs-sort-swapped = "N"

               compute ws-cs-sort-gap = (ws-cs-sort-gap * 10) / 13
               if ws-cs-sort-gap < 1 then
                   move 1 to ws-cs-sort-gap
               end-if

               move "N" to ws-cs-sort-swapped

               perform
                 varying ws-cs-sort-sub from 1 by 1
                 until ws-cs-sort-sub + ws-cs-sort-gap
                   > ws-num-cashiers

                   if ws-cs-sort-key(ws-cs-sort-sub) >
                     ws-cs-sort-key(ws-cs-sort-sub + ws-cs-sort-gap)
                     then
                       move ws-cashier-entry(ws-cs-sort-sub)
                         to ws-cs-swap-entry
                       move ws-cashier-entry
                           (ws-cs-sort-sub + ws-cs-sort-gap)
                         to ws-cashier-entry(ws-cs-sort-sub)
                       move ws-cs-swap-entry
                         to ws-cashier-entry
                           (ws-cs-sort-sub + ws-cs-sort-gap)
                       move "Y" to ws-cs-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Sorts the returns by store, cashier, and falling score,
      *    so each cashier's worst returns print first
       450-sort-returns.

           perform varying ws-rt-sub from 1 by 1
             until ws-rt-sub > ws-num-returns
               compute ws-rt-rank(ws-rt-sub) =
                 999 - ws-rt-score(ws-rt-sub)
           end-perform.

           move ws-num-returns to ws-rt-sort-gap.
           move "Y" to ws-rt-sort-swapped.

           perform until ws-rt-sort-gap = 1
             and ws-rt-sort-swapped = "N"

               compute ws-rt-sort-gap = (ws-rt-sort-gap * 10) / 13
               if ws-rt-sort-gap < 1 then
                   move 1 to ws-rt-sort-gap
               end-if

               move "N" to ws-rt-sort-swapped

               perform
                 varying ws-rt-sort-sub from 1 by 1
                 until ws-rt-sort-sub + ws-rt-sort-gap
                   > ws-num-returns

                   if ws-rt-sort-key(ws-rt-sort-sub) >
                     ws-rt-sort-key(ws-rt-sort-sub + ws-rt-sort-gap)
                     then
                       move ws-return-entry(ws-rt-sort-sub)
                         to ws-rt-swap-entry
                       move ws-return-entry
                           (ws-rt-sort-sub + ws-rt-sort-gap)
                         to ws-return-entry(ws-rt-sort-sub)
                       move ws-rt-swap-entry
                         to ws-return-entry
                           (ws-rt-sort-sub + ws-rt-sort-gap)
                       move "Y" to ws-rt-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Every cashier with a score prints under their store in
      *    rank order, followed by their flagged returns
       500-print-exceptions.

           move spaces to ws-prev-store.

           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cashiers

               if ws-cs-score(ws-cs-sub) > 0 then

                   if ws-cs-store(ws-cs-sub) not = ws-prev-store then
                       perform 510-print-store-heading
                   end-if

                   perform 520-print-one-cashier

               end-if

           end-perform.

           if ws-flagged-cashiers = 0 then
               write report-line from ws-no-exceptions-line
                 after advancing 2 lines
           end-if.

       510-print-store-heading.

           move ws-cs-store(ws-cs-sub) to ws-prev-store.
           move 0 to ws-store-rank.

           perform 365-find-store-average.

           move ws-prev-store to ws-sh-store.
           move ws-avg-returns to ws-sh-avg-returns.
           move ws-avg-dollars to ws-sh-avg-dollars.

           write report-line from ws-store-heading-line
             after advancing 3 lines.
           write report-line from ws-cashier-heading-line
             after advancing 2 lines.

       520-print-one-cashier.

           add 1 to ws-store-rank.
           add 1 to ws-flagged-cashiers.

           move ws-store-rank to ws-cd-rank.
           move ws-cs-id(ws-cs-sub) to ws-cd-id.
           move ws-cs-name(ws-cs-sub) to ws-cd-name.
           move ws-cs-returns(ws-cs-sub) to ws-cd-returns.
           move ws-cs-dollars(ws-cs-sub) to ws-cd-dollars.
           move ws-cs-score(ws-cs-sub) to ws-cd-score.

           if ws-cs-outlier(ws-cs-sub) = "Y" then
               move "O - ABOVE STORE AVG" to ws-cd-outlier
               perform 540-write-cashier-exception
           else
               move spaces to ws-cd-outlier
           end-if.

           write report-line from ws-cashier-detail-line
             after advancing 2 lines.

           perform varying ws-rt-sub from 1 by 1
             until ws-rt-sub > ws-num-returns
               if ws-rt-store(ws-rt-sub) = ws-cs-store(ws-cs-sub) and
                 ws-rt-cashier(ws-rt-sub) = ws-cs-id(ws-cs-sub) and
                 ws-rt-score(ws-rt-sub) > 0
                   perform 530-print-one-return
               end-if
           end-perform.

       530-print-one-return.

           move ws-rt-invoice(ws-rt-sub) to ws-rd-invoice.
           move ws-rt-sku(ws-rt-sub) to ws-rd-sku.
           move ws-rt-date(ws-rt-sub) to ws-rd-date.
           move ws-rt-amount(ws-rt-sub) to ws-rd-amount.
           move ws-rt-ptype(ws-rt-sub) to ws-rd-ptype.
           move ws-rt-orig-ptype(ws-rt-sub) to ws-rd-orig-ptype.
           move ws-rt-orig-cashier(ws-rt-sub) to ws-rd-orig-cashier.
           move ws-rt-score(ws-rt-sub) to ws-rd-score.
           move ws-rt-rules(ws-rt-sub) to ws-rd-rules.

           write report-line from ws-return-detail-line
             after advancing 1 line.

           move "R" to le-record-type.
           move ws-rt-store(ws-rt-sub) to le-store-number.
           move ws-rt-cashier(ws-rt-sub) to le-cashier-id.
           move ws-rt-invoice(ws-rt-sub) to le-invoice-number.
           move ws-rt-sku(ws-rt-sub) to le-sku-code.
           move ws-rt-date(ws-rt-sub) to le-return-date.
           move ws-rt-amount(ws-rt-sub) to le-amount.
           move ws-rt-rules(ws-rt-sub) to le-rules.
           move ws-rt-score(ws-rt-sub) to le-score.
           move ws-batch-date to le-batch-date.
           write exception-rec.

           move ws-rt-invoice(ws-rt-sub) to ws-al-invoice.
           move ws-rt-store(ws-rt-sub) to ws-al-store.
           move "LP EXCEPTION" to ws-al-disposition.
           perform 090-write-audit-log.

       540-write-cashier-exception.

           move "C" to le-record-type.
           move ws-cs-store(ws-cs-sub) to le-store-number.
           move ws-cs-id(ws-cs-sub) to le-cashier-id.
           move spaces to le-invoice-number.
           move spaces to le-sku-code.
           move ws-batch-date to le-return-date.
           move ws-cs-dollars(ws-cs-sub) to le-amount.
           move "    O" to le-rules.
           move ws-cs-score(ws-cs-sub) to le-score.
           move ws-batch-date to le-batch-date.
           write exception-rec.

       700-print-summary.

           move ws-num-returns to ws-sum-returns.
           move ws-flagged-returns to ws-sum-flagged.
           move ws-flagged-dollars to ws-sum-flagged-dollars.
           move ws-cash-counter to ws-sum-cash.
           move ws-same-counter to ws-sum-same.
           move ws-nosale-counter to ws-sum-nosale.
           move ws-under-counter to ws-sum-under.
           move ws-flagged-cashiers to ws-sum-cashiers.
           move ws-outlier-counter to ws-sum-outliers.

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

       end program LossPrevention.
