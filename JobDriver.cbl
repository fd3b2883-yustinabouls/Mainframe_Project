       file-control.

           select errors-file
               assign to ws-errors-name
               organization is line sequential.

           select control-check-file
               assign to ws-control-check-name
               organization is line sequential
               file status is ws-ctlchk-status.

           select driver-log-file
               assign to ws-driver-log-name
               organization is line sequential
               file status is ws-driver-log-status.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               file status is ws-runctl-status.

           select batch-log-file
               assign to ws-batch-log-name
               organization is line sequential
               file status is ws-batchlog-status.

      *program in the chain finishes so a crashed batch resumes at
      *the first incomplete step instead of rerunning from Edit
           select step-log-file
               assign to ws-step-log-name
               organization is line sequential
               file status is ws-steplog-status.

      *A dry run copies the live persistent files into the dry-run
      *area before the chain runs against it, and compares them
      *with what the chain left there afterwards; the sale index is
      *copied and unloaded through its own keyed pair
           select copy-from-file
               assign to ws-copy-from-name
               organization is line sequential
               file status is ws-copy-from-status.

           select copy-to-file
               assign to ws-copy-to-name
               organization is line sequential
               file status is ws-copy-to-status.

           select sale-index-from-file
               assign to ws-copy-from-name
               organization is indexed
               access is sequential
               record key is xf-key
               file status is ws-copy-from-status.

           select sale-index-to-file
               assign to ws-copy-to-name
               organization is indexed
               access is sequential
               record key is xt-key
               file status is ws-copy-to-status.

           select compare-sort-file
               assign to ws-compare-work-name.

           select sorted-live-file
               assign to ws-sorted-live-name
               organization is line sequential.

           select sorted-dry-file
               assign to ws-sorted-dry-name
               organization is line sequential.

           select compare-report-file
               assign to ws-compare-report-name
               organization is line sequential.
      *
       data division.
       file section.

       fd run-control-file
           data record is run-control-rec
           record contains 13 characters.

      *Run mode D asks for a dry run of the whole chain
       01 run-control-rec.
         05 rc-batch-date pic 9(8).
         05 rc-batch-number pic 9(4).
         05 rc-run-mode pic x.

       fd batch-log-file
           data record is batch-log-rec
           record contains 13 characters.

      *Status B marks a batch BatchBackout has reversed - it no
      *longer counts as run, so the batch number may be run again
       01 batch-log-rec.
         05 bl-batch-number pic 9(4).
         05 bl-batch-date pic 9(8).
         05 bl-status pic x.

       fd calendar-file
           data record is calendar-rec
         05 sl-step-number pic 99.
         05 sl-step-name pic x(20).

      *Wide enough for the longest record of any persistent file -
      *the batch journal's 231 bytes
       fd copy-from-file
           data record is copy-from-rec
           record contains 256 characters.

       01 copy-from-rec pic x(256).

       fd copy-to-file
           data record is copy-to-rec
           record contains 256 characters.

       01 copy-to-rec pic x(256).

       fd sale-index-from-file
           data record is sale-index-from-rec
           record contains 33 characters.

       01 sale-index-from-rec.
         05 xf-key pic x(11).
         05 filler pic x(22).

       fd sale-index-to-file
           data record is sale-index-to-rec
           record contains 33 characters.

       01 sale-index-to-rec.
         05 xt-key pic x(11).
         05 filler pic x(22).

       sd compare-sort-file
           data record is compare-sort-rec.

       01 compare-sort-rec pic x(256).

       fd sorted-live-file
           data record is sorted-live-rec
           record contains 256 characters.

       01 sorted-live-rec pic x(256).

       fd sorted-dry-file
           data record is sorted-dry-rec
           record contains 256 characters.

       01 sorted-dry-rec pic x(256).

       fd compare-report-file
           data record is compare-report-line
           record contains 80 characters.

       01 compare-report-line pic x(80).

       working-storage section.

      *The files this program writes - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run. BATCHLOG.dat is only switched once the duplicate-batch
      *and calendar checks have read the live one
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-errors-name pic x(48) value
             "../../../data/Errors.out".
         05 ws-control-check-name pic x(48) value
             "../../../data/ControlFileCheck.out".
         05 ws-driver-log-name pic x(48) value
             "../../../data/JobDriver.out".
         05 ws-batch-log-name pic x(48) value
             "../../../data/BATCHLOG.dat".
         05 ws-step-log-name pic x(48) value
             "../../../data/STEPLOG.dat".
         05 ws-copy-from-name pic x(48).
         05 ws-copy-to-name pic x(48).
         05 ws-compare-work-name pic x(48) value
             "../../../dryrun/DRYSORT.tmp".
         05 ws-sorted-live-name pic x(48) value
             "../../../dryrun/DRYLIVE.tmp".
         05 ws-sorted-dry-name pic x(48) value
             "../../../dryrun/DRYTEST.tmp".
         05 ws-unload-name pic x(48) value
             "../../../dryrun/DRYUNLD.tmp".
         05 ws-compare-report-name pic x(48) value
             "../../../dryrun/DryRunCompare.out".
       01 ws-copy-from-status pic xx.
       01 ws-copy-to-status pic xx.
       01 ws-copy-eof pic x value "n".

      *The files carried from one night to the next - every one is
      *copied into the dry-run area before a dry run, and compared
      *afterwards. Type I is the keyed sale index
       77 ws-num-dry-files pic 99 value 34.
       01 ws-dry-file-data.
         05 filler pic x(27) value "Lsaleslayaway-project8.dat".
         05 filler pic x(27) value "ISALEIDX.dat".
         05 filler pic x(27) value "LYTDTOTALS.dat".
         05 filler pic x(27) value "LSTOREHIST.dat".
         05 filler pic x(27) value "LAuditLog.out".
         05 filler pic x(27) value "LBATCHJRNL.dat".
         05 filler pic x(27) value "LBATCHLOG.dat".
         05 filler pic x(27) value "LONHAND.dat".
         05 filler pic x(27) value "LINVMOVE.dat".
         05 filler pic x(27) value "LXFERMAST.dat".
         05 filler pic x(27) value "LONORDER.dat".
         05 filler pic x(27) value "LCOUNTBOOK.dat".
         05 filler pic x(27) value "LCOUNTPOST.dat".
         05 filler pic x(27) value "LLAYAWAY.dat".
         05 filler pic x(27) value "LCREDLEDG.dat".
         05 filler pic x(27) value "LGIFTCARD.dat".
         05 filler pic x(27) value "LESCHNOTC.dat".
         05 filler pic x(27) value "LESCHREMT.dat".
         05 filler pic x(27) value "LLOYMAST.dat".
         05 filler pic x(27) value "LLOYINV.dat".
         05 filler pic x(27) value "LLOYSTMT.dat".
         05 filler pic x(27) value "LCOMMACCR.dat".
         05 filler pic x(27) value "LCOMMDTL.dat".
         05 filler pic x(27) value "LCARDPEND.dat".
         05 filler pic x(27) value "LBANKPEND.dat".
         05 filler pic x(27) value "LGLTIEBAL.dat".
         05 filler pic x(27) value "LMARGHIST.dat".
         05 filler pic x(27) value "LDISTLOG.dat".
         05 filler pic x(27) value "LAUDITARCH.dat".
         05 filler pic x(27) value "LSALESARCH.dat".
         05 filler pic x(27) value "LBATCHARCH.dat".
         05 filler pic x(27) value "LJRNLARCH.dat".
         05 filler pic x(27) value "LCHECKREG.dat".
         05 filler pic x(27) value "LRCKLEDG.dat".
       01 ws-dry-file-table redefines ws-dry-file-data.
         05 ws-dry-file-entry occurs 34 times.
           10 ws-df-type pic x.
           10 ws-df-name pic x(26).
       01 ws-df-sub pic 99.

      *What a live run would have refused, reported on the dry run
      *instead of stopping it
       01 ws-dry-area-stop-flag pic x value "N".
       01 ws-would-refuse-dup-flag pic x value "N".
       01 ws-would-refuse-cal-flag pic x value "N".

      *One file's comparison - the live and dry rows are each
      *sorted, so a row is matched wherever it sits in the file
       01 ws-compare-work.
         05 ws-live-row pic x(256).
         05 ws-dry-row pic x(256).
         05 ws-cmp-live-rows pic 9(7).
         05 ws-cmp-dry-rows pic 9(7).
         05 ws-cmp-same pic 9(7).
         05 ws-cmp-removed pic 9(7).
         05 ws-cmp-added pic 9(7).
         05 ws-cmp-files pic 99 value 0.
         05 ws-cmp-files-changed pic 99 value 0.
       77 ws-max-samples pic 9 value 3.
       01 ws-num-removed-samples pic 9.
       01 ws-num-added-samples pic 9.
       01 ws-sample-table.
         05 ws-removed-sample pic x(74) occurs 3 times.
         05 ws-added-sample pic x(74) occurs 3 times.
       01 ws-sample-sub pic 9.

       01 ws-errors-eof pic x value "n".
       01 ws-runctl-status pic xx.
       01 ws-driver-log-status pic xx.
       01 ws-batchlog-status pic xx.
       01 ws-batchlog-eof pic x value "n".
       01 ws-batch-date pic 9(8) value 0.
      *each call, so a completed step is never executed twice
       01 ws-steplog-status pic xx.
       01 ws-steplog-eof pic x value "n".
       77 ws-max-steps pic 99 value 30.
       01 ws-step-done-table.
         05 ws-step-done pic x occurs 30 times.
      *Wide enough for the longest program name in the chain -
      *ExchangeProcessing is 18 characters, and a truncated name
      *would fail to resolve on the call
         05 ws-log-batch-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-log-batch-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-log-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

       01 ws-log-dup-batch-line.
         05 filler pic x(17) value "EXCEPTION: BATCH ".
             " ALREADY COMPLETE - SKIPPED".
         05 filler pic x(21) value spaces.

       01 ws-log-dry-run-line.
         05 filler pic x(26) value "** DRY RUN - NOT LIVE ** ".
         05 filler pic x(54) value
             "live masters read, all output to ../../../dryrun".

       01 ws-log-dry-dup-line.
         05 filler pic x(15) value "DRY RUN: BATCH ".
         05 ws-log-dry-dup-number pic 9(4).
         05 filler pic x(61) value
             " ALREADY COMPLETED - A LIVE RUN WOULD STOP HERE".

       01 ws-log-dry-noday-line.
         05 filler pic x(80) value
             "DRY RUN: NOT A PROCESSING DAY - A LIVE RUN WOULD STOP".

       01 ws-log-dry-area-line.
         05 filler pic x(40) value
             "EXCEPTION: DRY-RUN AREA ../../../dryrun ".
         05 filler pic x(40) value
             "CANNOT BE WRITTEN - RUN STOPPED".

       01 ws-log-dry-compare-line.
         05 filler pic x(80) value
             "Dry run compared with the live files - see DryRunCompare.o
      -      "ut".

      *Dry run comparison report
       01 ws-cmp-title-line1.
         05 filler pic x(17) value spaces.
         05 filler pic x(27) value "DRY RUN COMPARISON REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(28) value spaces.

       01 ws-cmp-title-line2.
         05 filler pic x(80) value all "-".

       01 ws-cmp-area-line.
         05 filler pic x(80) value
             "Persistent files: live ../../../data against dry run ../..
      -      "/../dryrun".

       01 ws-cmp-refused-dup-line.
         05 filler pic x(80) value
             "A live run would have stopped: batch already completed".

       01 ws-cmp-refused-cal-line.
         05 filler pic x(80) value
             "A live run would have stopped: not a processing day".

       01 ws-cmp-heading-line.
         05 filler pic x(26) value "File".
         05 filler pic x(10) value "      Live".
         05 filler pic x(10) value "       Dry".
         05 filler pic x(10) value " Unchanged".
         05 filler pic x(10) value "   Removed".
         05 filler pic x(10) value "     Added".
         05 filler pic x(4) value spaces.

       01 ws-cmp-detail-line.
         05 ws-cd-file pic x(26).
         05 filler pic x(3) value spaces.
         05 ws-cd-live pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-cd-dry pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-cd-same pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-cd-removed pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-cd-added pic z(6)9.
         05 filler pic x(4) value spaces.

       01 ws-cmp-sample-line.
         05 filler pic x(4) value spaces.
         05 ws-cs-sign pic x(2).
         05 ws-cs-row pic x(74).

       01 ws-cmp-total-line.
         05 ws-ct-label pic x(30).
         05 ws-ct-count pic z(6)9.
         05 filler pic x(43) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run first - the run mode
      *    on it decides where the log goes
           perform 040-load-run-control.

           open output driver-log-file.

      *    A dry run with no dry-run area to write to logs the
      *    stop to the end of the live log and runs nothing - the
      *    live log is only created when there is none, never
      *    written over
           if ws-driver-log-status not = "00"
             and ws-dry-run-flag = "Y" then
               move "Y" to ws-dry-area-stop-flag
               move "../../../data/JobDriver.out"
                 to ws-driver-log-name
               open extend driver-log-file
               if ws-driver-log-status = "35" then
                   open output driver-log-file
               end-if
           end-if.

           write driver-log-line from ws-log-title-line.

           if ws-dry-run-flag = "Y" then
               write driver-log-line from ws-log-dry-run-line
           end-if.

      *    Refuses to run a batch number the pipeline has already
      *    completed
           perform 050-check-batch-log.

      *    Loads the processing calendar and the completed batch
           move ws-batch-date to ws-log-batch-date.
           write driver-log-line from ws-log-batch-line.

      *    A dry run reports what a live run would refuse instead
      *    of stopping on it, and copies the live persistent files
      *    into the dry-run area for the chain to work on
           if ws-dry-run-flag = "Y" and ws-dry-area-stop-flag = "N"
               perform 080-prepare-dry-run
           end-if.

           if ws-dry-area-stop-flag = "Y" then

               write driver-log-line from ws-log-dry-area-line

           else
           if ws-duplicate-batch-flag = "Y" then

               move ws-batch-number to ws-log-dup-number

               end-if

           end-if
           end-if
           end-if.

           if ws-dry-run-flag = "Y" and ws-dry-area-stop-flag = "N"
               perform 090-compare-dry-run
           end-if.

           close driver-log-file.

      *    The consolidated status page reads this log, so it runs
      *    after the log is closed, as the very last step
           if ws-dry-area-stop-flag = "N" then
               call "EndOfDayStatus"
           end-if.

           goback.

                   not at end
                       move rc-batch-date to ws-batch-date
                       move rc-batch-number to ws-batch-number
                       if rc-run-mode = "D" then
                           move "Y" to ws-dry-run-flag
                       end-if
               end-read

               close run-control-file
               move function current-date(1:8) to ws-batch-date
           end-if.

           if ws-dry-run-flag = "Y" then
               move "** DRY RUN - NOT LIVE **" to ws-log-dry-run
               move "../../../dryrun/Errors.out" to ws-errors-name
               move "../../../dryrun/ControlFileCheck.out"
                 to ws-control-check-name
               move "../../../dryrun/JobDriver.out"
                 to ws-driver-log-name
               move "../../../dryrun/STEPLOG.dat" to ws-step-log-name
           end-if.

       042-load-calendar.

           open input calendar-file.
                       at end
                           move "y" to ws-batchlog-eof
                       not at end
                           if ws-num-bl-dates < ws-max-bl-dates
                             and bl-status not = "B" then
                               add 1 to ws-num-bl-dates
                               move bl-batch-date
                                 to ws-bl-date(ws-num-bl-dates)
           end-perform.

      *    A batch number already on BATCHLOG.dat has been run to
      *    completion before, unless BatchBackout has since marked
      *    it backed out - batch zero (no RUNCTL.dat set up) is
      *    exempt so ad hoc reruns stay possible while the controls
      *    are being adopted
       050-check-batch-log.
                               move "y" to ws-batchlog-eof
                           not at end
                               if bl-batch-number = ws-batch-number
                                 and bl-status not = "B"
                                   move "Y"
                                     to ws-duplicate-batch-flag
                               end-if
               open output batch-log-file
           end-if.

           move spaces to batch-log-rec.
           move ws-batch-number to bl-batch-number.
           move ws-batch-date to bl-batch-date.
           write batch-log-rec.
               move "ReturnsProcessing" to ws-step-program
               perform 210-run-step

      *        Scores the day's returns and cashiers for the
      *        loss-prevention team once the returns are processed
               move 17 to ws-current-step
               move "LossPrevention" to ws-step-program
               perform 210-run-step

               move 05 to ws-current-step
               move "ExchangeProcessing" to ws-step-program
               perform 210-run-step
               move "GiftCardLedger" to ws-step-program
               perform 210-run-step

      *        Escheats dormant gift card and credit memo balances
      *        once both ledgers are posted for the night; its
      *        liability release rows must land ahead of the ledger
      *        posting
               move 19 to ws-current-step
               move "Escheatment" to ws-step-program
               perform 210-run-step

      *        Posts the night's loyalty points once the layaway
      *        cancellations are on LAYAWAY.dat, so a forfeited
      *        layaway gives its points back the same night
               move 20 to ws-current-step
               move "LoyaltyPoints" to ws-step-program
               perform 210-run-step

      *        Credits and claws back cashier commission off the
      *        night's validated stream and the keyed sales index;
      *        closes the pay period on its first night
               move 21 to ws-current-step
               move "CashierCommission" to ws-step-program
               perform 210-run-step

      *        Approved physical counts go out as adjusting
      *        movements ahead of the on-hand update, so they are
      *        applied the same night
               move 15 to ws-current-step
               move "CountRecon" to ws-step-program
               perform 210-run-step

      *        Ships and receives the inter-store transfers
      *        straight against ONHAND.dat, after the counts are
      *        reconciled and before the night's movements land
               move 24 to ws-current-step
               move "StoreTransfer" to ws-step-program
               perform 210-run-step

               move 09 to ws-current-step
               move "InventoryTracking" to ws-step-program
               perform 210-run-step

      *        Suggests tonight's purchase orders off the updated
      *        on-hand and works receipts off the open orders
               move 16 to ws-current-step
               move "Replenishment" to ws-step-program
               perform 210-run-step

      *        Matches the card tender totals to the processor's
      *        settlement; its fee and chargeback rows must land
      *        ahead of the ledger posting
               move 18 to ws-current-step
               move "CardSettlement" to ws-step-program
               perform 210-run-step

      *        Posts the bank's returned checks and the collections
      *        against them; its rows must land ahead of the ledger
      *        posting too
               move 27 to ws-current-step
               move "ReturnedCheckLedger" to ws-step-program
               perform 210-run-step

      *        Balances the split counts back to Edit's valid count
               move 10 to ws-current-step
               move "Reconcile" to ws-step-program
               move "GLPosting" to ws-step-program
               perform 210-run-step

      *        Ties the liability accounts the journal just posted
      *        back to the gift card, credit memo, and layaway
      *        sub-ledgers
               move 22 to ws-current-step
               move "GLTieOut" to ws-step-program
               perform 210-run-step

      *        Rolls aged history onto the archives so the live
      *        files stay inside what the readers can hold
               move 12 to ws-current-step
               move "StoreTrendReport" to ws-step-program
               perform 210-run-step

      *        Week, month, and year to date sales and return rate
      *        against the plan finance loaded
               move 26 to ws-current-step
               move "SalesPlanVariance" to ws-step-program
               perform 210-run-step

      *        Costs the night's sales, layaways, returns, and
      *        exchanges and appends the margin history
               move 23 to ws-current-step
               move "GrossMargin" to ws-step-program
               perform 210-run-step

      *        Balances the transmitted deposits against the
      *        bank's acknowledgments
               move 14 to ws-current-step
               move "BankRecon" to ws-step-program
               perform 210-run-step

      *        Bursts the night's chain-wide reports into one packet
      *        per store and per head-office department
               move 25 to ws-current-step
               move "ReportDistribution" to ws-step-program
               perform 210-run-step

      *        Only a chain that ran all the way through counts as
      *        a completed batch; its step markers have served
      *        their purpose and are cleared

           close errors-file.

      *    The duplicate-batch and calendar checks have read the
      *    live batch log; a dry run logs what they would have
      *    stopped and carries on, so a batch can be tried again
      *    without the live log ever recording it. The live
      *    persistent files are then copied into the dry-run area
       080-prepare-dry-run.

           if ws-duplicate-batch-flag = "Y" then
               move "Y" to ws-would-refuse-dup-flag
               move "N" to ws-duplicate-batch-flag
               move ws-batch-number to ws-log-dry-dup-number
               write driver-log-line from ws-log-dry-dup-line
           end-if.

           if ws-calendar-stop-flag = "Y" then
               move "Y" to ws-would-refuse-cal-flag
               move "N" to ws-calendar-stop-flag
               write driver-log-line from ws-log-dry-noday-line
           end-if.

           perform
             varying ws-df-sub from 1 by 1
             until ws-df-sub > ws-num-dry-files
               or ws-dry-area-stop-flag = "Y"
               perform 082-seed-one-file
           end-perform.

      *    From here on the chain keeps its own batch log, and
      *    starts with no restart markers - an interrupted live
      *    batch must not make the dry run skip steps, nor Edit
      *    resume from a live checkpoint
           if ws-dry-area-stop-flag = "N" then
               move "../../../dryrun/BATCHLOG.dat"
                 to ws-batch-log-name
               perform 070-clear-step-log
               move "../../../dryrun/Edit.ckpt" to ws-copy-to-name
               open output copy-to-file
               close copy-to-file
           end-if.

       082-seed-one-file.

           move spaces to ws-copy-from-name.
           string
               "../../../data/" delimited by size
               ws-df-name(ws-df-sub) delimited by space
               into ws-copy-from-name
           end-string.

           move spaces to ws-copy-to-name.
           string
               "../../../dryrun/" delimited by size
               ws-df-name(ws-df-sub) delimited by space
               into ws-copy-to-name
           end-string.

           if ws-df-type(ws-df-sub) = "I" then
               perform 086-copy-sale-index
           else
               perform 084-copy-line-file
           end-if.

      *    A live file not on disk leaves an empty copy, so nothing
      *    an earlier dry run left behind is carried into this one
       084-copy-line-file.

           open output copy-to-file.

           if ws-copy-to-status not = "00" then
               move "Y" to ws-dry-area-stop-flag
           else

               open input copy-from-file

               if ws-copy-from-status = "00" then

                   move "n" to ws-copy-eof

                   perform until ws-copy-eof = "y"
                       read copy-from-file
                           at end
                               move "y" to ws-copy-eof
                           not at end
                               write copy-to-rec from copy-from-rec
                       end-read
                   end-perform

                   close copy-from-file

               end-if

               close copy-to-file

           end-if.

       086-copy-sale-index.

           open output sale-index-to-file.

           if ws-copy-to-status not = "00" then
               move "Y" to ws-dry-area-stop-flag
           else

               open input sale-index-from-file

               if ws-copy-from-status = "00" then

                   move "n" to ws-copy-eof

                   perform until ws-copy-eof = "y"
                       read sale-index-from-file next record
                           at end
                               move "y" to ws-copy-eof
                           not at end
                               write sale-index-to-rec
                                 from sale-index-from-rec
                                   invalid key
                                       continue
                               end-write
                       end-read
                   end-perform

                   close sale-index-from-file

               end-if

               close sale-index-to-file

           end-if.

      *    Compares every persistent file the dry run left against
      *    the live one: rows on both, rows only the live file has
      *    (removed or changed by the dry run), and rows only the
      *    dry run has (added, or the changed row's new image)
       090-compare-dry-run.

           open output compare-report-file.

           write compare-report-line from ws-cmp-title-line2
             after advancing 2 lines.
           write compare-report-line from ws-cmp-title-line1
             after advancing 1 line.
           write compare-report-line from ws-cmp-title-line2
             after advancing 1 line.
           write compare-report-line from ws-log-batch-line
             after advancing 1 line.

           write compare-report-line from ws-cmp-area-line
             after advancing 2 lines.

           if ws-would-refuse-dup-flag = "Y" then
               write compare-report-line from ws-cmp-refused-dup-line
                 after advancing 1 line
           end-if.

           if ws-would-refuse-cal-flag = "Y" then
               write compare-report-line from ws-cmp-refused-cal-line
                 after advancing 1 line
           end-if.

           write compare-report-line from ws-cmp-heading-line
             after advancing 2 lines.

           perform
             varying ws-df-sub from 1 by 1
             until ws-df-sub > ws-num-dry-files
               perform 092-compare-one-file
           end-perform.

           move "Files compared:" to ws-ct-label.
           move ws-cmp-files to ws-ct-count.
           write compare-report-line from ws-cmp-total-line
             after advancing 2 lines.

           move "Files the dry run changed:" to ws-ct-label.
           move ws-cmp-files-changed to ws-ct-count.
           write compare-report-line from ws-cmp-total-line
             after advancing 1 line.

           close compare-report-file.

           write driver-log-line from ws-log-dry-compare-line.

       092-compare-one-file.

           add 1 to ws-cmp-files.

           move spaces to ws-copy-from-name.
           string
               "../../../data/" delimited by size
               ws-df-name(ws-df-sub) delimited by space
               into ws-copy-from-name
           end-string.
           perform 093-sort-live-side.

           move spaces to ws-copy-from-name.
           string
               "../../../dryrun/" delimited by size
               ws-df-name(ws-df-sub) delimited by space
               into ws-copy-from-name
           end-string.
           perform 094-sort-dry-side.

           perform 096-merge-sorted-sides.

           move ws-df-name(ws-df-sub) to ws-cd-file.
           move ws-cmp-live-rows to ws-cd-live.
           move ws-cmp-dry-rows to ws-cd-dry.
           move ws-cmp-same to ws-cd-same.
           move ws-cmp-removed to ws-cd-removed.
           move ws-cmp-added to ws-cd-added.
           write compare-report-line from ws-cmp-detail-line
             after advancing 1 line.

           if ws-cmp-removed > 0 or ws-cmp-added > 0 then
               add 1 to ws-cmp-files-changed
           end-if.

           move "- " to ws-cs-sign.
           perform
             varying ws-sample-sub from 1 by 1
             until ws-sample-sub > ws-num-removed-samples
               move ws-removed-sample(ws-sample-sub) to ws-cs-row
               write compare-report-line from ws-cmp-sample-line
                 after advancing 1 line
           end-perform.

           move "+ " to ws-cs-sign.
           perform
             varying ws-sample-sub from 1 by 1
             until ws-sample-sub > ws-num-added-samples
               move ws-added-sample(ws-sample-sub) to ws-cs-row
               write compare-report-line from ws-cmp-sample-line
                 after advancing 1 line
           end-perform.

      *    A file not on disk sorts as an empty one
       093-sort-live-side.

           perform 095-stage-sort-input.

           if ws-copy-from-status = "00" then
               sort compare-sort-file
                   on ascending key compare-sort-rec
                   using copy-from-file
                   giving sorted-live-file
           else
               open output sorted-live-file
               close sorted-live-file
           end-if.

       094-sort-dry-side.

           perform 095-stage-sort-input.

           if ws-copy-from-status = "00" then
               sort compare-sort-file
                   on ascending key compare-sort-rec
                   using copy-from-file
                   giving sorted-dry-file
           else
               open output sorted-dry-file
               close sorted-dry-file
           end-if.

      *    Leaves ws-copy-from-status "00" when the file named in
      *    ws-copy-from-name is on disk; the keyed sale index is
      *    first unloaded to a line file, which the sort then reads
       095-stage-sort-input.

           if ws-df-type(ws-df-sub) = "I" then

               open input sale-index-from-file

               if ws-copy-from-status = "00" then

                   move ws-unload-name to ws-copy-to-name
                   open output copy-to-file
                   move "n" to ws-copy-eof

                   perform until ws-copy-eof = "y"
                       read sale-index-from-file next record
                           at end
                               move "y" to ws-copy-eof
                           not at end
                               write copy-to-rec
                                 from sale-index-from-rec
                       end-read
                   end-perform

                   close copy-to-file
                   close sale-index-from-file
                   move ws-unload-name to ws-copy-from-name

               end-if

           else

               open input copy-from-file

               if ws-copy-from-status = "00" then
                   close copy-from-file
               end-if

           end-if.

       096-merge-sorted-sides.

           move 0 to ws-cmp-live-rows.
           move 0 to ws-cmp-dry-rows.
           move 0 to ws-cmp-same.
           move 0 to ws-cmp-removed.
           move 0 to ws-cmp-added.
           move 0 to ws-num-removed-samples.
           move 0 to ws-num-added-samples.

           open input sorted-live-file.
           open input sorted-dry-file.

           perform 097-read-live-row.
           perform 098-read-dry-row.

           perform until ws-live-row = high-values
             and ws-dry-row = high-values

               if ws-live-row = ws-dry-row then
                   add 1 to ws-cmp-same
                   perform 097-read-live-row
                   perform 098-read-dry-row
               else
                   if ws-live-row < ws-dry-row then
                       add 1 to ws-cmp-removed
                       if ws-num-removed-samples < ws-max-samples
                           add 1 to ws-num-removed-samples
                           move ws-live-row
                             to ws-removed-sample
                                  (ws-num-removed-samples)
                       end-if
                       perform 097-read-live-row
                   else
                       add 1 to ws-cmp-added
                       if ws-num-added-samples < ws-max-samples
                           add 1 to ws-num-added-samples
                           move ws-dry-row
                             to ws-added-sample(ws-num-added-samples)
                       end-if
                       perform 098-read-dry-row
                   end-if
               end-if

           end-perform.

           close sorted-live-file.
           close sorted-dry-file.

       097-read-live-row.

           read sorted-live-file into ws-live-row
               at end
                   move high-values to ws-live-row
               not at end
                   add 1 to ws-cmp-live-rows
           end-read.

       098-read-dry-row.

           read sorted-dry-file into ws-dry-row
               at end
                   move high-values to ws-dry-row
               not at end
                   add 1 to ws-cmp-dry-rows
           end-read.

       end program JobDriver.
