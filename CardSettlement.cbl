       identification division.
       program-id. CardSettlement.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The CARD SETTLEMENT program checks the
      * credit and debit card side of the day the way BankRecon
      * checks the bank side. The CR and DB rows DataSplitandCount
      * writes to BANKDEP.dat carry each store's card tender totals
      * for the night - split-tender lines already attributed to
      * their own tender - and those are matched, by batch date,
      * store, and tender, to the processor's settlement file
      * CARDSETL.dat, which lists what the processor actually
      * funded net of interchange fees and chargebacks. Batches the
      * processor never funded, amounts that disagree, and
      * settlements that answer no batch of ours go on the
      * exception report; the fees, effective fee rate, and
      * chargebacks are summarized by store and tender. Anything
      * unmatched is carried forward on CARDPEND.dat until it
      * clears; an amount mismatch is reported once and settles
      * the batch. The night's fees and chargebacks go to
      * GLDAILY.dat so they reach the journal.

       environment division.
       input-output section.
       file-control.

           select bank-deposit-file
               assign to ws-bank-deposit-name
               organization is line sequential
               file status is ws-bankdep-status.

      *One row per store, tender, and batch the processor settled
           select settlement-file
               assign to "../../../data/CARDSETL.dat"
               organization is line sequential
               file status is ws-settle-status.

      *Card batches and settlements still unmatched, rewritten
      *each run with whatever is still open
           select pending-file
               assign to ws-pending-name
               organization is line sequential
               file status is ws-pending-status.

           select settle-report-file
               assign to ws-settle-report-name
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

      *Plain-figure interface rows for the general ledger posting,
      *appended to the file DataSplitandCount opened this run
           select gl-daily-file
               assign to ws-gl-daily-name
               organization is line sequential
               file status is ws-gldaily-status.
      *
       data division.
       file section.
       fd bank-deposit-file
           data record is bank-deposit-rec
           record contains 61 characters.

       01 bank-deposit-rec.
         05 bd-batch-date pic 9(8).
         05 bd-store-number pic xx.
         05 bd-tender-type pic xx.
         05 bd-gross-sales pic 9(10)v99.
         05 bd-refunds pic 9(10)v99.
         05 bd-credit-memos pic 9(10)v99.
         05 bd-deposit pic s9(10)v99 sign leading separate.

      *The processor's figures: card volume settled (sales less
      *refunds), the interchange fees and chargebacks it kept
      *back, and the net it funded
       fd settlement-file
           data record is settlement-rec
           record contains 58 characters.

       01 settlement-rec.
         05 cs-batch-date pic 9(8).
         05 cs-store-number pic xx.
         05 cs-tender-type pic xx.
         05 cs-settled-amount pic s9(10)v99 sign leading separate.
         05 cs-fees pic 9(8)v99.
         05 cs-chargebacks pic 9(8)v99.
         05 cs-net-funded pic s9(10)v99 sign leading separate.

      *A B row carries one of our card batches in the BANKDEP.dat
      *layout; an S row carries a settlement in the CARDSETL.dat
      *layout that matched no batch
       fd pending-file
           data record is pending-rec
           record contains 62 characters.

       01 pending-rec.
         05 pn-record-type pic x.
         05 pn-data pic x(61).

       fd settle-report-file
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
         05 ws-bank-deposit-name pic x(48) value
             "../../../data/BANKDEP.dat".
         05 ws-pending-name pic x(48) value
             "../../../data/CARDPEND.dat".
         05 ws-settle-report-name pic x(48) value
             "../../../data/CardSettlement.out".
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-bankdep-status pic xx.
       01 ws-bankdep-eof pic x value "n".
       01 ws-settle-status pic xx.
       01 ws-settle-eof pic x value "n".
       01 ws-pending-status pic xx.
       01 ws-pending-eof pic x value "n".
       01 ws-gldaily-status pic xx.

      *Batch journal row handed to 095-write-batch-journal: A a
      *row added, X a row taken off the file
       01 ws-batchjrnl-status pic xx.
       01 ws-bj-file-id pic x(8).
       01 ws-bj-action pic x.
       01 ws-bj-before pic x(105).
       01 ws-bj-after pic x(105).

      *Run-control batch stamp, read from RUNCTL.dat at startup
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

      *Every card batch under reconciliation: the carried-forward
      *ones first, then tonight's, deduped on batch date, store,
      *and tender
       77 ws-max-batches pic 9(4) value 2000.
       01 ws-num-batches pic 9(4) value 0.
       01 ws-batch-table.
         05 ws-batch-entry occurs 2000 times.
           10 ws-bt-key.
             15 ws-bt-date pic 9(8).
             15 ws-bt-store pic xx.
             15 ws-bt-tender pic xx.
           10 ws-bt-amount pic s9(10)v99.
           10 ws-bt-record pic x(61).
           10 ws-bt-outcome pic x.
      *        M matched, U unfunded, A amount mismatch,
      *        N too new to expect a settlement
       01 ws-bt-sub pic 9(4).
       01 ws-bt-found-sub pic 9(4).

      *The pending rows as loaded, so the rewrite can journal the
      *rows it adds and the ones that have cleared
       77 ws-max-loaded-pending pic 9(4) value 4000.
       01 ws-num-loaded-pending pic 9(4) value 0.
       01 ws-loaded-pending-table.
         05 ws-loaded-pending-entry occurs 4000 times.
           10 ws-lp-image pic x(62).
           10 ws-lp-kept-flag pic x.
       01 ws-lp-sub pic 9(4).
       01 ws-lp-found-sub pic 9(4).

      *The settlements: carried-forward unmatched ones first, then
      *tonight's file; only tonight's post fees and chargebacks
       77 ws-max-settles pic 9(4) value 2000.
       01 ws-num-settles pic 9(4) value 0.
       01 ws-settle-table.
         05 ws-settle-entry occurs 2000 times.
           10 ws-sl-key.
             15 ws-sl-date pic 9(8).
             15 ws-sl-store pic xx.
             15 ws-sl-tender pic xx.
           10 ws-sl-record pic x(58).
           10 ws-sl-settled pic s9(10)v99.
           10 ws-sl-fees pic 9(8)v99.
           10 ws-sl-chargebacks pic 9(8)v99.
           10 ws-sl-net pic s9(10)v99.
           10 ws-sl-new-flag pic x.
           10 ws-sl-used-flag pic x.
       01 ws-sl-sub pic 9(4).
       01 ws-sl-found-sub pic 9(4).
       01 ws-settle-new-flag pic x value "N".

      *Tonight's settlements summed by store and tender
       01 ws-num-summary pic 999 value 0.
       01 ws-summary-table.
         05 ws-summary-entry occurs 400 times.
           10 ws-sm-store pic xx.
           10 ws-sm-tender pic xx.
           10 ws-sm-settled pic s9(10)v99.
           10 ws-sm-fees pic 9(9)v99.
           10 ws-sm-chargebacks pic 9(9)v99.
           10 ws-sm-net pic s9(10)v99.
       01 ws-sm-sub pic 999.
       01 ws-sm-found-sub pic 999.

      *Counters and totals
       01 ws-calcs.
         05 ws-matched-counter pic 9(5) value 0.
         05 ws-unfunded-counter pic 9(5) value 0.
         05 ws-mismatch-counter pic 9(5) value 0.
         05 ws-toonew-counter pic 9(5) value 0.
         05 ws-orphan-counter pic 9(5) value 0.
         05 ws-unfooted-counter pic 9(5) value 0.
         05 ws-exception-counter pic 9(5) value 0.
         05 ws-carried-counter pic 9(5) value 0.
         05 ws-chargeback-counter pic 9(5) value 0.
         05 ws-total-fees pic 9(10)v99 value 0.
         05 ws-total-chargebacks pic 9(10)v99 value 0.
         05 ws-total-settled pic s9(10)v99 value 0.
         05 ws-footed-net pic s9(10)v99 value 0.
         05 ws-effective-rate pic s9(3)v999 value 0.

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(27) value spaces.
         05 filler pic x(34) value
                   "CARD PROCESSOR SETTLEMENT RECON -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(32) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(100) value all "-".

       01 ws-exception-heading-line.
         05 filler pic x(50) value
           "Date      Store  Tender    Our Card Total   Proces".
         05 filler pic x(50) value
           "sor Settled  Why".

       01 ws-exception-detail-line.
         05 ws-ed-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 ws-ed-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-ed-tender pic xx.
         05 filler pic x(2) value spaces.
         05 ws-ed-ours pic $,$$$,$$$,$$9.99-.
         05 filler pic x(2) value spaces.
         05 ws-ed-theirs pic $,$$$,$$$,$$9.99-.
         05 filler pic x(2) value spaces.
         05 ws-ed-reason pic x(28).
         05 filler pic x(11) value spaces.

       01 ws-fee-title-line.
         05 filler pic x(33) value spaces.
         05 filler pic x(34) value
                   "FEES AND CHARGEBACKS BY STORE".
         05 filler pic x(33) value spaces.

       01 ws-fee-heading-line.
         05 filler pic x(50) value
           "Store  Tender         Settled           Fees   Eff".
         05 filler pic x(50) value
           " Rate      Chargebacks       Net Funded".

       01 ws-fee-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-fd-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-fd-tender pic xx.
         05 filler pic x(2) value spaces.
         05 ws-fd-settled pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-fd-fees pic $$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-fd-rate pic zz9.999-.
         05 filler pic x value "%".
         05 filler pic x(2) value spaces.
         05 ws-fd-chargebacks pic $$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-fd-net pic $$$,$$$,$$9.99-.
         05 filler pic x(13) value spaces.

       01 ws-fee-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "TOTAL".
         05 filler pic x(2) value spaces.
         05 ws-ft-settled pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-ft-fees pic $$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-ft-rate pic zz9.999-.
         05 filler pic x value "%".
         05 filler pic x(2) value spaces.
         05 ws-ft-chargebacks pic $$,$$$,$$9.99.
         05 filler pic x(32) value spaces.

       01 ws-no-settlement-line.
         05 filler pic x(100) value
           "No settlement file from the processor tonight.".

       01 ws-recon-ok-line.
         05 filler pic x(28) value "OK: all card batches funded".
         05 filler pic x(14) value " - matched    ".
         05 ws-ok-matched pic z(4)9.
         05 filler pic x(53) value spaces.

       01 ws-recon-exc-line.
         05 filler pic x(29) value
                   "EXCEPTION: CARD SETTLEMENT - ".
         05 ws-ex-count pic z(4)9.
         05 filler pic x(27) value " NEED ATTENTION, SEE ABOVE ".
         05 filler pic x(39) value spaces.

       01 ws-carried-line.
         05 filler pic x(30) value "Items carried forward:".
         05 ws-cf-count pic z(4)9.
         05 filler pic x(65) value spaces.

       01 ws-chargeback-line.
         05 filler pic x(30) value "Settlements with chargebacks:".
         05 ws-cb-count pic z(4)9.
         05 filler pic x(65) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Loads the carried-forward items, then tonight's card
      *    batches, then tonight's settlement file
           perform 100-load-pending.
           perform 110-load-card-batches.
           perform 120-load-settlements.

           open output settle-report-file.
           perform 067-open-batch-journal.

           perform 150-print-headings.

           write report-line from ws-exception-heading-line
             after advancing 2 lines.

      *    Settles every card batch against the processor's rows
           perform 200-settle-one-batch
             varying ws-bt-sub from 1 by 1
             until ws-bt-sub > ws-num-batches.

      *    Settlements that answer no batch of ours, and any that
      *    do not foot
           perform 300-report-orphan-settlements.
           perform 320-check-settlement-footing.

      *    Fees, rate, and chargebacks by store and tender
           perform 350-print-fee-summary.

      *    Rewrites the pending file with what is still open
           perform 400-write-pending.

      *    Fees and chargebacks to the ledger posting interface
           perform 450-write-gl-daily.

           perform 500-print-verdict.

           close settle-report-file.
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
           move "../../../dryrun/BANKDEP.dat" to ws-bank-deposit-name.
           move "../../../dryrun/CARDPEND.dat" to ws-pending-name.
           move "../../../dryrun/CardSettlement.out"
             to ws-settle-report-name.
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

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

       100-load-pending.

           open input pending-file.

           if ws-pending-status = "00" then

               perform until ws-pending-eof = "y"

                   read pending-file
                       at end
                           move "y" to ws-pending-eof
                       not at end
                           if ws-num-loaded-pending <
                             ws-max-loaded-pending then
                               add 1 to ws-num-loaded-pending
                               move pending-rec
                                 to ws-lp-image(ws-num-loaded-pending)
                               move "N" to
                                 ws-lp-kept-flag(ws-num-loaded-pending)
                           end-if
                           if pn-record-type = "B" then
                               move pn-data to bank-deposit-rec
                               perform 130-add-one-batch
                           end-if
                           if pn-record-type = "S" then
                               move pn-data(1:58) to settlement-rec
                               move "N" to ws-settle-new-flag
                               perform 140-add-one-settlement
                           end-if
                   end-read

               end-perform

               close pending-file

           end-if.

      *    Only the card tenders; cash and the rest are BankRecon's
       110-load-card-batches.

           open input bank-deposit-file.

           if ws-bankdep-status = "00" then

               perform until ws-bankdep-eof = "y"

                   read bank-deposit-file
                       at end
                           move "y" to ws-bankdep-eof
                       not at end
                           if bd-tender-type = "CR" or
                             bd-tender-type = "DB" then
                               perform 130-add-one-batch
                           end-if
                   end-read

               end-perform

               close bank-deposit-file

           end-if.

      *    Files one card batch unless its key is already on the
      *    table. A store and tender with no card activity at all
      *    will never be settled, and is not tracked
       130-add-one-batch.

           if bd-gross-sales = 0 and bd-refunds = 0 and
             bd-credit-memos = 0 then
               continue
           else

               perform varying ws-bt-found-sub from 1 by 1
                 until ws-bt-found-sub > ws-num-batches
                   or (ws-bt-date(ws-bt-found-sub) = bd-batch-date
                     and ws-bt-store(ws-bt-found-sub) =
                       bd-store-number
                     and ws-bt-tender(ws-bt-found-sub) =
                       bd-tender-type)
                   continue
               end-perform

               if ws-bt-found-sub > ws-num-batches and
                 ws-num-batches < ws-max-batches then
                   add 1 to ws-num-batches
                   move bd-batch-date to ws-bt-date(ws-num-batches)
                   move bd-store-number
                     to ws-bt-store(ws-num-batches)
                   move bd-tender-type
                     to ws-bt-tender(ws-num-batches)
                   move bd-deposit to ws-bt-amount(ws-num-batches)
                   move bank-deposit-rec
                     to ws-bt-record(ws-num-batches)
                   move space to ws-bt-outcome(ws-num-batches)
               end-if

           end-if.

       120-load-settlements.

           open input settlement-file.

           if ws-settle-status = "00" then

               perform until ws-settle-eof = "y"

                   read settlement-file
                       at end
                           move "y" to ws-settle-eof
                       not at end
                           move "Y" to ws-settle-new-flag
                           perform 140-add-one-settlement
                   end-read

               end-perform

               close settlement-file

           end-if.

      *    The caller says in ws-settle-new-flag whether the row is
      *    from tonight's file or carried forward
       140-add-one-settlement.

           if ws-num-settles < ws-max-settles then
               add 1 to ws-num-settles
               move ws-settle-new-flag
                 to ws-sl-new-flag(ws-num-settles)
               move cs-batch-date to ws-sl-date(ws-num-settles)
               move cs-store-number to ws-sl-store(ws-num-settles)
               move cs-tender-type to ws-sl-tender(ws-num-settles)
               move settlement-rec to ws-sl-record(ws-num-settles)
               move cs-settled-amount
                 to ws-sl-settled(ws-num-settles)
               move cs-fees to ws-sl-fees(ws-num-settles)
               move cs-chargebacks
                 to ws-sl-chargebacks(ws-num-settles)
               move cs-net-funded to ws-sl-net(ws-num-settles)
               move "N" to ws-sl-used-flag(ws-num-settles)
           end-if.

       150-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

      *    Matches the batch at ws-bt-sub to its settlement.
      *    Tonight's batches ride forward without an exception -
      *    the processor funds a day behind
       200-settle-one-batch.

           move 0 to ws-sl-found-sub.

           perform varying ws-sl-sub from 1 by 1
             until ws-sl-sub > ws-num-settles
               if ws-sl-found-sub = 0 and
                 ws-sl-used-flag(ws-sl-sub) = "N" and
                 ws-sl-key(ws-sl-sub) = ws-bt-key(ws-bt-sub) then
                   move ws-sl-sub to ws-sl-found-sub
               end-if
           end-perform.

           if ws-sl-found-sub = 0 then

               if ws-bt-date(ws-bt-sub) = ws-batch-date then
                   move "N" to ws-bt-outcome(ws-bt-sub)
                   add 1 to ws-toonew-counter
               else
                   move "U" to ws-bt-outcome(ws-bt-sub)
                   add 1 to ws-unfunded-counter
                   move 0 to ws-ed-theirs
                   move "UNFUNDED BATCH" to ws-ed-reason
                   perform 210-write-exception
               end-if

           else

               move "Y" to ws-sl-used-flag(ws-sl-found-sub)

               if ws-sl-settled(ws-sl-found-sub) not =
                 ws-bt-amount(ws-bt-sub) then
                   move "A" to ws-bt-outcome(ws-bt-sub)
                   add 1 to ws-mismatch-counter
                   move ws-sl-settled(ws-sl-found-sub)
                     to ws-ed-theirs
                   move "SETTLED AMOUNT MISMATCH" to ws-ed-reason
                   perform 210-write-exception
               else
                   move "M" to ws-bt-outcome(ws-bt-sub)
                   add 1 to ws-matched-counter
               end-if

           end-if.

       210-write-exception.

           add 1 to ws-exception-counter.

           move ws-bt-date(ws-bt-sub) to ws-ed-date.
           move ws-bt-store(ws-bt-sub) to ws-ed-store.
           move ws-bt-tender(ws-bt-sub) to ws-ed-tender.
           move ws-bt-amount(ws-bt-sub) to ws-ed-ours.

           write report-line from ws-exception-detail-line
             after advancing 1 line.

      *    A settlement that matched no batch means the processor
      *    funded something we have no card total for
       300-report-orphan-settlements.

           perform varying ws-sl-sub from 1 by 1
             until ws-sl-sub > ws-num-settles

               if ws-sl-used-flag(ws-sl-sub) = "N" then

                   add 1 to ws-orphan-counter
                   add 1 to ws-exception-counter

                   move ws-sl-date(ws-sl-sub) to ws-ed-date
                   move ws-sl-store(ws-sl-sub) to ws-ed-store
                   move ws-sl-tender(ws-sl-sub) to ws-ed-tender
                   move 0 to ws-ed-ours
                   move ws-sl-settled(ws-sl-sub) to ws-ed-theirs
                   move "SETTLEMENT WITHOUT BATCH" to ws-ed-reason

                   write report-line from ws-exception-detail-line
                     after advancing 1 line

               end-if

           end-perform.

      *    Settled less fees less chargebacks must come to what was
      *    funded; a row that does not foot is the processor's
      *    arithmetic to question
       320-check-settlement-footing.

           perform varying ws-sl-sub from 1 by 1
             until ws-sl-sub > ws-num-settles

               if ws-sl-new-flag(ws-sl-sub) = "Y" then

                   compute ws-footed-net =
                     ws-sl-settled(ws-sl-sub)
                     - ws-sl-fees(ws-sl-sub)
                     - ws-sl-chargebacks(ws-sl-sub)

                   if ws-footed-net not = ws-sl-net(ws-sl-sub) then

                       add 1 to ws-unfooted-counter
                       add 1 to ws-exception-counter

                       move ws-sl-date(ws-sl-sub) to ws-ed-date
                       move ws-sl-store(ws-sl-sub) to ws-ed-store
                       move ws-sl-tender(ws-sl-sub) to ws-ed-tender
                       move ws-footed-net to ws-ed-ours
                       move ws-sl-net(ws-sl-sub) to ws-ed-theirs
                       move "NET FUNDED DOES NOT FOOT"
                         to ws-ed-reason

                       write report-line
                         from ws-exception-detail-line
                         after advancing 1 line

                   end-if

               end-if

           end-perform.

      *    Tonight's settlement rows summed by store and tender, with
      *    the fee rate taken on the settled card volume
       350-print-fee-summary.

           perform varying ws-sl-sub from 1 by 1
             until ws-sl-sub > ws-num-settles
               if ws-sl-new-flag(ws-sl-sub) = "Y" then
                   perform 360-add-to-summary
               end-if
           end-perform.

           write report-line from ws-report-title-line2
             after advancing 3 lines.
           write report-line from ws-fee-title-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.

           if ws-num-summary = 0 then
               write report-line from ws-no-settlement-line
                 after advancing 1 line
           else
               write report-line from ws-fee-heading-line
                 after advancing 1 line
               perform varying ws-sm-sub from 1 by 1
                 until ws-sm-sub > ws-num-summary
                   perform 370-print-one-summary
               end-perform
               perform 380-print-fee-total
           end-if.

       360-add-to-summary.

           move 0 to ws-sm-found-sub.

           perform varying ws-sm-sub from 1 by 1
             until ws-sm-sub > ws-num-summary
               or ws-sm-found-sub > 0
               if ws-sm-store(ws-sm-sub) = ws-sl-store(ws-sl-sub) and
                 ws-sm-tender(ws-sm-sub) = ws-sl-tender(ws-sl-sub)
                   move ws-sm-sub to ws-sm-found-sub
               end-if
           end-perform.

           if ws-sm-found-sub = 0 and ws-num-summary < 400 then
               add 1 to ws-num-summary
               move ws-num-summary to ws-sm-found-sub
               move ws-sl-store(ws-sl-sub)
                 to ws-sm-store(ws-sm-found-sub)
               move ws-sl-tender(ws-sl-sub)
                 to ws-sm-tender(ws-sm-found-sub)
               move 0 to ws-sm-settled(ws-sm-found-sub)
               move 0 to ws-sm-fees(ws-sm-found-sub)
               move 0 to ws-sm-chargebacks(ws-sm-found-sub)
               move 0 to ws-sm-net(ws-sm-found-sub)
           end-if.

           if ws-sm-found-sub > 0 then
               add ws-sl-settled(ws-sl-sub)
                 to ws-sm-settled(ws-sm-found-sub)
               add ws-sl-fees(ws-sl-sub)
                 to ws-sm-fees(ws-sm-found-sub)
               add ws-sl-chargebacks(ws-sl-sub)
                 to ws-sm-chargebacks(ws-sm-found-sub)
               add ws-sl-net(ws-sl-sub)
                 to ws-sm-net(ws-sm-found-sub)
           end-if.

           add ws-sl-settled(ws-sl-sub) to ws-total-settled.
           add ws-sl-fees(ws-sl-sub) to ws-total-fees.
           add ws-sl-chargebacks(ws-sl-sub) to ws-total-chargebacks.

           if ws-sl-chargebacks(ws-sl-sub) > 0 then
               add 1 to ws-chargeback-counter
           end-if.

       370-print-one-summary.

           move ws-sm-store(ws-sm-sub) to ws-fd-store.
           move ws-sm-tender(ws-sm-sub) to ws-fd-tender.
           move ws-sm-settled(ws-sm-sub) to ws-fd-settled.
           move ws-sm-fees(ws-sm-sub) to ws-fd-fees.
           move ws-sm-chargebacks(ws-sm-sub) to ws-fd-chargebacks.
           move ws-sm-net(ws-sm-sub) to ws-fd-net.

           move 0 to ws-effective-rate.
           if ws-sm-settled(ws-sm-sub) > 0 then
               compute ws-effective-rate rounded =
                 ws-sm-fees(ws-sm-sub) * 100
                   / ws-sm-settled(ws-sm-sub)
           end-if.
           move ws-effective-rate to ws-fd-rate.

           write report-line from ws-fee-detail-line
             after advancing 1 line.

       380-print-fee-total.

           move ws-total-settled to ws-ft-settled.
           move ws-total-fees to ws-ft-fees.
           move ws-total-chargebacks to ws-ft-chargebacks.

           move 0 to ws-effective-rate.
           if ws-total-settled > 0 then
               compute ws-effective-rate rounded =
                 ws-total-fees * 100 / ws-total-settled
           end-if.
           move ws-effective-rate to ws-ft-rate.

           write report-line from ws-fee-total-line
             after advancing 2 lines.

      *    Batches still waiting on a settlement, and settlements
      *    still waiting on a batch, ride forward and will surface
      *    again tomorrow. A batch settled at a different amount
      *    has had its settlement and is not carried - the
      *    mismatch is reported the night the settlement arrives,
      *    and carrying the batch without it would only report it
      *    as unfunded every night after
       400-write-pending.

           open output pending-file.

           perform varying ws-bt-sub from 1 by 1
             until ws-bt-sub > ws-num-batches

               if ws-bt-outcome(ws-bt-sub) = "U" or
                 ws-bt-outcome(ws-bt-sub) = "N" then
                   move "B" to pn-record-type
                   move ws-bt-record(ws-bt-sub) to pn-data
                   perform 410-journal-pending-row
                   write pending-rec
                   add 1 to ws-carried-counter
               end-if

           end-perform.

           perform varying ws-sl-sub from 1 by 1
             until ws-sl-sub > ws-num-settles

               if ws-sl-used-flag(ws-sl-sub) = "N" then
                   move "S" to pn-record-type
                   move ws-sl-record(ws-sl-sub) to pn-data
                   perform 410-journal-pending-row
                   write pending-rec
                   add 1 to ws-carried-counter
               end-if

           end-perform.

           perform 420-journal-cleared-rows.

           close pending-file.

      *    A row carried over from the file as it was loaded is
      *    left off the journal; a row new tonight is journaled
      *    added
       410-journal-pending-row.

           move 0 to ws-lp-found-sub.

           perform varying ws-lp-sub from 1 by 1
             until ws-lp-sub > ws-num-loaded-pending
               or ws-lp-found-sub > 0
               if ws-lp-kept-flag(ws-lp-sub) = "N" and
                 ws-lp-image(ws-lp-sub) = pending-rec then
                   move ws-lp-sub to ws-lp-found-sub
                   move "Y" to ws-lp-kept-flag(ws-lp-sub)
               end-if
           end-perform.

           if ws-lp-found-sub = 0 then
               move "CARDPEND" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move pending-rec to ws-bj-after
               perform 095-write-batch-journal
           end-if.

      *    A loaded row not written back has cleared
       420-journal-cleared-rows.

           perform varying ws-lp-sub from 1 by 1
             until ws-lp-sub > ws-num-loaded-pending
               if ws-lp-kept-flag(ws-lp-sub) = "N" then
                   move "CARDPEND" to ws-bj-file-id
                   move "X" to ws-bj-action
                   move ws-lp-image(ws-lp-sub) to ws-bj-before
                   move spaces to ws-bj-after
                   perform 095-write-batch-journal
               end-if
           end-perform.

      *    Only tonight's settlement rows post - a carried-forward
      *    settlement had its fees booked the night it arrived
       450-write-gl-daily.

           if ws-total-fees > 0 or ws-total-chargebacks > 0 then

               open extend gl-daily-file

               if ws-gldaily-status not = "00" then
                   open output gl-daily-file
               end-if

               if ws-total-fees > 0 then
                   move "CARDFEES" to gd-source
                   move ws-total-fees to gd-amount
                   write gl-daily-rec
               end-if

               if ws-total-chargebacks > 0 then
                   move "CHGBACK" to gd-source
                   move ws-total-chargebacks to gd-amount
                   write gl-daily-rec
               end-if

               close gl-daily-file

           end-if.

       500-print-verdict.

           move ws-carried-counter to ws-cf-count.
           write report-line from ws-carried-line
             after advancing 3 lines.

           move ws-chargeback-counter to ws-cb-count.
           write report-line from ws-chargeback-line
             after advancing 1 line.

           if ws-exception-counter = 0 then
               move ws-matched-counter to ws-ok-matched
               write report-line from ws-recon-ok-line
                 after advancing 1 line
           else
               move ws-exception-counter to ws-ex-count
               write report-line from ws-recon-exc-line
                 after advancing 1 line
           end-if.

       end program CardSettlement.
