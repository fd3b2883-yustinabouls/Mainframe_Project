       identification division.
       program-id. GLTieOut.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The GL TIE-OUT program proves the
      * liability accounts in the general ledger still agree with
      * the sub-ledgers behind them. The gift card, credit memo, and
      * layaway liability accounts are found through GLACCTMAP.dat
      * (the credit side of the GIFTCARD, MEMOLIAB, and LAYPMTS
      * figure sources). Tonight's GLJOURNAL.dat lines for those
      * accounts are added to the cumulative GL balance each one
      * carries on GLTIEBAL.dat, and each balance is compared with
      * the open balance on GIFTCARD.dat, CREDLEDG.dat, and
      * LAYAWAY.dat. The report breaks every difference out into
      * what was already out of tie coming into the night and what
      * tonight's journal and sub-ledger movement added, and an
      * out-of-tie ledger is flagged for the End of Day Status page.

       environment division.
       input-output section.
       file-control.

           select account-map-file
               assign to "../../../data/GLACCTMAP.dat"
               organization is line sequential
               file status is ws-acctmap-status.

           select journal-file
               assign to ws-journal-name
               organization is line sequential
               file status is ws-journal-status.

      *One row per tied sub-ledger: the GL and sub-ledger balances
      *as of the last batch and as of the one before it, so a
      *rerun of the same batch starts again from the same place
           select tie-balance-file
               assign to ws-tie-balance-name
               organization is line sequential
               file status is ws-tiebal-status.

           select tie-balance-backup-file
               assign to ws-tie-balance-backup-name
               organization is line sequential.

           select gift-card-file
               assign to ws-gift-card-name
               organization is line sequential
               file status is ws-giftcard-status.

           select credit-ledger-file
               assign to ws-credit-ledger-name
               organization is line sequential
               file status is ws-credledg-status.

           select layaway-master-file
               assign to ws-layaway-master-name
               organization is line sequential
               file status is ws-layaway-status.

           select tie-report-file
               assign to ws-tie-report-name
               organization is line sequential.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.
       fd account-map-file
           data record is account-map-rec
           record contains 40 characters.

       01 account-map-rec.
         05 am-source pic x(8).
         05 am-debit-account pic x(6).
         05 am-credit-account pic x(6).
         05 am-description pic x(20).

       fd journal-file
           data record is journal-rec
           record contains 32 characters.

       01 journal-rec.
         05 jr-batch-date pic 9(8).
         05 jr-batch-number pic 9(4).
         05 jr-account pic x(6).
         05 jr-debit-credit pic x.
         05 jr-amount pic 9(10)v99.
         05 jr-source pic x.

       fd tie-balance-file
           data record is tie-balance-rec
           record contains 82 characters.

       01 tie-balance-rec.
         05 tb-ledger pic x(8).
         05 tb-account pic x(6).
         05 tb-prior-gl pic s9(11)v99 sign leading separate.
         05 tb-prior-subledger pic s9(11)v99 sign leading separate.
         05 tb-gl-balance pic s9(11)v99 sign leading separate.
         05 tb-subledger-balance pic s9(11)v99
                       sign leading separate.
         05 tb-batch-date pic 9(8).
         05 tb-batch-number pic 9(4).

       fd tie-balance-backup-file
           data record is tie-balance-backup-rec
           record contains 82 characters.

       01 tie-balance-backup-rec pic x(82).

       fd gift-card-file
           data record is gift-card-rec
           record contains 42 characters.

       01 gift-card-rec.
         05 gc-invoice-number pic x(9).
         05 gc-store-number pic xx.
         05 gc-issue-date pic 9(8).
         05 gc-original-amount pic 9(5)v99.
         05 gc-redeemed-amount pic 9(5)v99.
         05 gc-status pic x.
         05 gc-last-activity-date pic 9(8).

       fd credit-ledger-file
           data record is credit-ledger-rec
           record contains 42 characters.

       01 credit-ledger-rec.
         05 cl-invoice-number pic x(9).
         05 cl-store-number pic xx.
         05 cl-issue-date pic 9(8).
         05 cl-original-amount pic 9(5)v99.
         05 cl-redeemed-amount pic 9(5)v99.
         05 cl-status pic x.
         05 cl-last-activity-date pic 9(8).

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

       fd tie-report-file
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

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-journal-name pic x(48) value
             "../../../data/GLJOURNAL.dat".
         05 ws-tie-balance-name pic x(48) value
             "../../../data/GLTIEBAL.dat".
         05 ws-tie-balance-backup-name pic x(48) value
             "../../../data/GLTIEBAL.bak".
         05 ws-gift-card-name pic x(48) value
             "../../../data/GIFTCARD.dat".
         05 ws-credit-ledger-name pic x(48) value
             "../../../data/CREDLEDG.dat".
         05 ws-layaway-master-name pic x(48) value
             "../../../data/LAYAWAY.dat".
         05 ws-tie-report-name pic x(48) value
             "../../../data/GLTieOut.out".

      *End of file flags and file statuses
       01 ws-acctmap-status pic xx.
       01 ws-acctmap-eof pic x value "n".
       01 ws-journal-status pic xx.
       01 ws-journal-eof pic x value "n".
       01 ws-tiebal-status pic xx.
       01 ws-tiebal-eof pic x value "n".
       01 ws-giftcard-status pic xx.
       01 ws-giftcard-eof pic x value "n".
       01 ws-credledg-status pic xx.
       01 ws-credledg-eof pic x value "n".
       01 ws-layaway-status pic xx.
       01 ws-layaway-eof pic x value "n".

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report heading and the balance rows
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

      *The tied sub-ledgers, the figure source whose credit
      *account is each one's liability account on GLACCTMAP.dat,
      *and the figures worked out for each tonight
       77 ws-num-ledgers pic 9 value 3.
       01 ws-ledger-table.
         05 ws-ledger-entry occurs 3 times.
           10 ws-tl-ledger pic x(8).
           10 ws-tl-source pic x(8).
           10 ws-tl-name pic x(20).
           10 ws-tl-account pic x(6).
           10 ws-tl-mapped-flag pic x.
           10 ws-tl-prior-gl pic s9(11)v99.
           10 ws-tl-prior-subledger pic s9(11)v99.
           10 ws-tl-activity pic s9(11)v99.
           10 ws-tl-gl-balance pic s9(11)v99.
           10 ws-tl-subledger-balance pic s9(11)v99.
           10 ws-tl-open-count pic 9(7).
       01 ws-tl-sub pic 9.

      *Work fields
       01 ws-calcs.
         05 ws-difference pic s9(11)v99 value 0.
         05 ws-prior-difference pic s9(11)v99 value 0.
         05 ws-movement pic s9(11)v99 value 0.
         05 ws-tonight-difference pic s9(11)v99 value 0.
         05 ws-out-of-tie-counter pic 9 value 0.
         05 ws-journal-counter pic 9(5) value 0.

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(20) value spaces.
         05 filler pic x(32) value
                   "GL SUB-LEDGER TIE-OUT REPORT -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(21) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

       01 ws-ledger-title-line.
         05 ws-lt-name pic x(20).
         05 filler pic x(13) value "  GL ACCOUNT ".
         05 ws-lt-account pic x(6).
         05 filler pic x(41) value spaces.

       01 ws-tie-amount-line.
         05 filler pic x(4) value spaces.
         05 ws-ta-label pic x(36).
         05 ws-ta-amount pic $$$,$$$,$$$,$$9.99-.
         05 filler pic x(21) value spaces.

       01 ws-tie-count-line.
         05 filler pic x(4) value spaces.
         05 ws-tc-label pic x(36).
         05 ws-tc-count pic z(17)9.
         05 filler pic x(22) value spaces.

       01 ws-tie-verdict-line.
         05 filler pic x(4) value spaces.
         05 ws-tv-text pic x(76).

       01 ws-unmapped-line.
         05 filler pic x(32) value
           "EXCEPTION: NO ACCOUNT MAP FOR - ".
         05 ws-ul-source pic x(8).
         05 filler pic x(40) value spaces.

      *The verdict lines the End of Day Status page reads
       01 ws-out-of-tie-line.
         05 filler pic x(24) value "EXCEPTION: OUT OF TIE - ".
         05 ws-ot-name pic x(20).
         05 filler pic x(36) value spaces.

       01 ws-all-tie-line.
         05 filler pic x(80) value
           "OK: all sub-ledgers tie to the general ledger".

       procedure division.
       000-main.

      *    Reads the batch stamp for this run
           perform 045-load-run-control.

      *    Sets up the tied sub-ledgers and finds their accounts
           perform 050-load-account-map.

      *    Loads the balances carried from the last run, keeping a
      *    backup generation before this run rewrites them
           perform 060-load-tie-balances.

           open output tie-report-file.

           perform 100-print-headings.

      *    Adds tonight's journal to the GL balances and totals
      *    the open balances on the sub-ledgers
           perform 200-read-journal.
           perform 300-total-gift-cards.
           perform 310-total-credit-memos.
           perform 320-total-layaways.

      *    Prints the tie-out per sub-ledger and the verdict
           perform 400-print-tie-out.

      *    Writes the balances back out for the next run
           perform 500-write-tie-balances.

           close tie-report-file.

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
           move "../../../dryrun/GLJOURNAL.dat" to ws-journal-name.
           move "../../../dryrun/GLTIEBAL.dat" to ws-tie-balance-name.
           move "../../../dryrun/GLTIEBAL.bak"
             to ws-tie-balance-backup-name.
           move "../../../dryrun/GIFTCARD.dat" to ws-gift-card-name.
           move "../../../dryrun/CREDLEDG.dat" to ws-credit-ledger-name.
           move "../../../dryrun/LAYAWAY.dat" to ws-layaway-master-name.
           move "../../../dryrun/GLTieOut.out" to ws-tie-report-name.

      *    Each sub-ledger's liability account is the account its
      *    figure source credits when the liability grows
       050-load-account-map.

           move "GIFTCARD" to ws-tl-ledger(1).
           move "GIFTCARD" to ws-tl-source(1).
           move "GIFT CARDS" to ws-tl-name(1).
           move "CREDLEDG" to ws-tl-ledger(2).
           move "MEMOLIAB" to ws-tl-source(2).
           move "CREDIT MEMOS" to ws-tl-name(2).
           move "LAYAWAY" to ws-tl-ledger(3).
           move "LAYPMTS" to ws-tl-source(3).
           move "LAYAWAY DEPOSITS" to ws-tl-name(3).

           perform
             varying ws-tl-sub from 1 by 1
             until ws-tl-sub > ws-num-ledgers
               move spaces to ws-tl-account(ws-tl-sub)
               move "N" to ws-tl-mapped-flag(ws-tl-sub)
               move 0 to ws-tl-prior-gl(ws-tl-sub)
               move 0 to ws-tl-prior-subledger(ws-tl-sub)
               move 0 to ws-tl-activity(ws-tl-sub)
               move 0 to ws-tl-gl-balance(ws-tl-sub)
               move 0 to ws-tl-subledger-balance(ws-tl-sub)
               move 0 to ws-tl-open-count(ws-tl-sub)
           end-perform.

           open input account-map-file.

           if ws-acctmap-status = "00" then

               perform until ws-acctmap-eof = "y"

                   read account-map-file
                       at end
                           move "y" to ws-acctmap-eof
                       not at end
                           perform
                             varying ws-tl-sub from 1 by 1
                             until ws-tl-sub > ws-num-ledgers
                               if am-source = ws-tl-source(ws-tl-sub)
                                 then
                                   move am-credit-account
                                     to ws-tl-account(ws-tl-sub)
                                   move "Y"
                                     to ws-tl-mapped-flag(ws-tl-sub)
                               end-if
                           end-perform
                   end-read

               end-perform

               close account-map-file

           end-if.

      *    A row last written by an earlier batch brings its
      *    balances forward as tonight's prior figures; a row
      *    already written by this batch is a rerun, and its prior
      *    figures stand. No file (the first run) starts from zero
       060-load-tie-balances.

           open input tie-balance-file.

           if ws-tiebal-status = "00" then

               open output tie-balance-backup-file

               perform until ws-tiebal-eof = "y"

                   read tie-balance-file
                       at end
                           move "y" to ws-tiebal-eof
                       not at end
                           write tie-balance-backup-rec
                             from tie-balance-rec
                           perform 065-load-one-balance
                   end-read

               end-perform

               close tie-balance-backup-file
               close tie-balance-file

           end-if.

       065-load-one-balance.

           perform
             varying ws-tl-sub from 1 by 1
             until ws-tl-sub > ws-num-ledgers
               if tb-ledger = ws-tl-ledger(ws-tl-sub) then
                   if tb-batch-date = ws-batch-date and
                     tb-batch-number = ws-batch-number then
                       move tb-prior-gl
                         to ws-tl-prior-gl(ws-tl-sub)
                       move tb-prior-subledger
                         to ws-tl-prior-subledger(ws-tl-sub)
                   else
                       move tb-gl-balance
                         to ws-tl-prior-gl(ws-tl-sub)
                       move tb-subledger-balance
                         to ws-tl-prior-subledger(ws-tl-sub)
                   end-if
               end-if
           end-perform.

       100-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

      *    Only journal lines stamped with this batch count - a
      *    journal left over from a night GLPosting did not run
      *    must not be added twice. A credit grows a liability and
      *    a debit shrinks it
       200-read-journal.

           open input journal-file.

           if ws-journal-status = "00" then

               perform until ws-journal-eof = "y"

                   read journal-file
                       at end
                           move "y" to ws-journal-eof
                       not at end
                           if jr-batch-date = ws-batch-date and
                             jr-batch-number = ws-batch-number then
                               add 1 to ws-journal-counter
                               perform 210-post-one-line
                           end-if
                   end-read

               end-perform

               close journal-file

           end-if.

           perform
             varying ws-tl-sub from 1 by 1
             until ws-tl-sub > ws-num-ledgers
               compute ws-tl-gl-balance(ws-tl-sub) =
                 ws-tl-prior-gl(ws-tl-sub)
                 + ws-tl-activity(ws-tl-sub)
           end-perform.

       210-post-one-line.

           perform
             varying ws-tl-sub from 1 by 1
             until ws-tl-sub > ws-num-ledgers
               if ws-tl-mapped-flag(ws-tl-sub) = "Y" and
                 jr-account = ws-tl-account(ws-tl-sub) then
                   if jr-debit-credit = "C" then
                       add jr-amount to ws-tl-activity(ws-tl-sub)
                   else
                       subtract jr-amount
                         from ws-tl-activity(ws-tl-sub)
                   end-if
               end-if
           end-perform.

      *    The gift card liability is what is left unredeemed on
      *    the open cards
       300-total-gift-cards.

           open input gift-card-file.

           if ws-giftcard-status = "00" then

               perform until ws-giftcard-eof = "y"

                   read gift-card-file
                       at end
                           move "y" to ws-giftcard-eof
                       not at end
                           if gc-status = "O" then
                               add 1 to ws-tl-open-count(1)
                               compute ws-tl-subledger-balance(1) =
                                 ws-tl-subledger-balance(1)
                                 + gc-original-amount
                                 - gc-redeemed-amount
                           end-if
                   end-read

               end-perform

               close gift-card-file

           end-if.

      *    The same for the credit memos
       310-total-credit-memos.

           open input credit-ledger-file.

           if ws-credledg-status = "00" then

               perform until ws-credledg-eof = "y"

                   read credit-ledger-file
                       at end
                           move "y" to ws-credledg-eof
                       not at end
                           if cl-status = "O" then
                               add 1 to ws-tl-open-count(2)
                               compute ws-tl-subledger-balance(2) =
                                 ws-tl-subledger-balance(2)
                                 + cl-original-amount
                                 - cl-redeemed-amount
                           end-if
                   end-read

               end-perform

               close credit-ledger-file

           end-if.

      *    The layaway liability is the deposits held on the open
      *    layaways
       320-total-layaways.

           open input layaway-master-file.

           if ws-layaway-status = "00" then

               perform until ws-layaway-eof = "y"

                   read layaway-master-file
                       at end
                           move "y" to ws-layaway-eof
                       not at end
                           if la-status = "O" then
                               add 1 to ws-tl-open-count(3)
                               add la-paid-amount
                                 to ws-tl-subledger-balance(3)
                           end-if
                   end-read

               end-perform

               close layaway-master-file

           end-if.

      *    One block per sub-ledger. The difference is broken out
      *    into what was already out of tie at the last run and
      *    what tonight's journal activity and sub-ledger movement
      *    added between them
       400-print-tie-out.

           perform
             varying ws-tl-sub from 1 by 1
             until ws-tl-sub > ws-num-ledgers
               perform 410-print-one-ledger
           end-perform.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           if ws-out-of-tie-counter = 0 then
               write report-line from ws-all-tie-line
                 after advancing 1 line
           else
               perform
                 varying ws-tl-sub from 1 by 1
                 until ws-tl-sub > ws-num-ledgers
                   compute ws-difference =
                     ws-tl-gl-balance(ws-tl-sub)
                     - ws-tl-subledger-balance(ws-tl-sub)
                   if ws-difference not = 0 or
                     ws-tl-mapped-flag(ws-tl-sub) = "N" then
                       move ws-tl-name(ws-tl-sub) to ws-ot-name
                       write report-line from ws-out-of-tie-line
                         after advancing 1 line
                   end-if
               end-perform
           end-if.

       410-print-one-ledger.

           move ws-tl-name(ws-tl-sub) to ws-lt-name.
           move ws-tl-account(ws-tl-sub) to ws-lt-account.
           write report-line from ws-ledger-title-line
             after advancing 2 lines.

           if ws-tl-mapped-flag(ws-tl-sub) = "N" then
               move ws-tl-source(ws-tl-sub) to ws-ul-source
               write report-line from ws-unmapped-line
                 after advancing 1 line
               add 1 to ws-out-of-tie-counter
           else

               compute ws-difference =
                 ws-tl-gl-balance(ws-tl-sub)
                 - ws-tl-subledger-balance(ws-tl-sub)
               compute ws-prior-difference =
                 ws-tl-prior-gl(ws-tl-sub)
                 - ws-tl-prior-subledger(ws-tl-sub)
               compute ws-movement =
                 ws-tl-subledger-balance(ws-tl-sub)
                 - ws-tl-prior-subledger(ws-tl-sub)
               compute ws-tonight-difference =
                 ws-tl-activity(ws-tl-sub) - ws-movement

               move "GL balance brought forward" to ws-ta-label
               move ws-tl-prior-gl(ws-tl-sub) to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "Tonight's journal activity" to ws-ta-label
               move ws-tl-activity(ws-tl-sub) to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "GL balance carried forward" to ws-ta-label
               move ws-tl-gl-balance(ws-tl-sub) to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "Sub-ledger open items" to ws-tc-label
               move ws-tl-open-count(ws-tl-sub) to ws-tc-count
               write report-line from ws-tie-count-line
                 after advancing 2 lines

               move "Sub-ledger balance at last run"
                 to ws-ta-label
               move ws-tl-prior-subledger(ws-tl-sub) to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "Sub-ledger movement tonight" to ws-ta-label
               move ws-movement to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "Sub-ledger open balance" to ws-ta-label
               move ws-tl-subledger-balance(ws-tl-sub)
                 to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "Difference at last run" to ws-ta-label
               move ws-prior-difference to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 2 lines

               move "Difference arising tonight" to ws-ta-label
               move ws-tonight-difference to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               move "Difference, GL less sub-ledger" to ws-ta-label
               move ws-difference to ws-ta-amount
               write report-line from ws-tie-amount-line
                 after advancing 1 line

               if ws-difference = 0 then
                   move "IN TIE" to ws-tv-text
               else
                   move "OUT OF TIE" to ws-tv-text
                   add 1 to ws-out-of-tie-counter
               end-if
               write report-line from ws-tie-verdict-line
                 after advancing 1 line

           end-if.

      *    Rewrites GLTIEBAL.dat stamped with this batch
       500-write-tie-balances.

           open output tie-balance-file.

           perform
             varying ws-tl-sub from 1 by 1
             until ws-tl-sub > ws-num-ledgers
               move spaces to tie-balance-rec
               move ws-tl-ledger(ws-tl-sub) to tb-ledger
               move ws-tl-account(ws-tl-sub) to tb-account
               move ws-tl-prior-gl(ws-tl-sub) to tb-prior-gl
               move ws-tl-prior-subledger(ws-tl-sub)
                 to tb-prior-subledger
               move ws-tl-gl-balance(ws-tl-sub) to tb-gl-balance
               move ws-tl-subledger-balance(ws-tl-sub)
                 to tb-subledger-balance
               move ws-batch-date to tb-batch-date
               move ws-batch-number to tb-batch-number
               write tie-balance-rec
           end-perform.

           close tie-balance-file.

       end program GLTieOut.
