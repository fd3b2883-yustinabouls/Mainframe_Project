       identification division.
       program-id. BatchBackout.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The BATCH BACKOUT program takes a bad
      * batch - the wrong day's file from a store, a price master
      * typo - back out of the persistent files, instead of .bak
      * files being put back by hand. The operator names the batch
      * on BACKPARM.dat, and RUNCTL.dat must hold that batch's
      * number so the reversal is released under the batch it
      * reverses. Every chain program that changes a
      * persistent file leaves the before and after image of each
      * row it adds or changes on the batch journal BATCHJRNL.dat;
      * this program works the batch's journal rows from last to
      * first against the gift card, credit memo, layaway, and
      * returned check ledgers, the card and bank pending files,
      * the loyalty master and points by invoice, the commission
      * accruals, the open orders, the count book, the in-transit
      * master, ONHAND.dat, YTDTOTALS.dat, the sales/layaway
      * history and its keyed index SALEIDX.dat, STOREHIST.dat,
      * the remittance file ESCHREMT.dat, the check register
      * CHECKREG.dat, the loyalty statements, the commission
      * detail, the margin history, the count posting log, and
      * the count adjustments on INVMOVE.dat. A batch that closed
      * a pay period has already paid commission through
      * PAYCOMM.dat and is refused. A row
      * that no longer matches what the batch left - because a
      * later batch has changed it or it has been archived - or
      * an invoice a later batch has touched on the audit trail
      * refuses the whole backout, and nothing is changed. A
      * backout that goes through keeps each file's as-found copy
      * on its .bak file, writes the reversal of the batch's
      * released GL figures to GLDAILY.dat for GLPosting to
      * release, writes a BACKED OUT line to AuditLog.out for
      * every invoice the batch touched, and marks the batch
      * backed out on BATCHLOG.dat so it can be run again.

       environment division.
       input-output section.
       file-control.

      *Single-row parameter file: the batch number to back out,
      *same idiom as AUDITPARM.dat
           select backout-parm-file
               assign to "../../../data/BACKPARM.dat"
               organization is line sequential
               file status is ws-backparm-status.

           select batch-log-file
               assign to "../../../data/BATCHLOG.dat"
               organization is line sequential
               file status is ws-batchlog-status.

      *A step log with rows on it means a batch is part way
      *through the chain
           select step-log-file
               assign to "../../../data/STEPLOG.dat"
               organization is line sequential
               file status is ws-steplog-status.

           select batch-journal-file
               assign to "../../../data/BATCHJRNL.dat"
               organization is line sequential
               file status is ws-batchjrnl-status.

           select batch-journal-backup-file
               assign to "../../../data/BATCHJRNL.bak"
               organization is line sequential.

      *The file under reversal and its backup generation; the
      *names are set for each file in turn
           select master-file
               assign to ws-master-name
               organization is line sequential
               file status is ws-master-status.

           select master-backup-file
               assign to ws-backup-name
               organization is line sequential
               file status is ws-backup-status.

           select sales-history-idx
               assign to "../../../data/SALEIDX.dat"
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-salesidx-status.

      *A year YearEndClose has already closed cannot take a
      *backout of its year-to-date figures
           select ytd-prior-file
               assign to "../../../data/YTDPRIOR.dat"
               organization is line sequential
               file status is ws-ytdprior-status.

           select gl-daily-file
               assign to "../../../data/GLDAILY.dat"
               organization is line sequential
               file status is ws-gldaily-status.

           select audit-log-file
               assign to "../../../data/AuditLog.out"
               organization is line sequential
               file status is ws-auditlog-status.

           select backout-report-file
               assign to "../../../data/BatchBackout.out"
               organization is line sequential.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.
       fd backout-parm-file
           data record is backout-parm-rec
           record contains 4 characters.

       01 backout-parm-rec pic 9(4).

      *Status B marks a batch this program has reversed
       fd batch-log-file
           data record is batch-log-rec
           record contains 13 characters.

       01 batch-log-rec.
         05 bl-batch-number pic 9(4).
         05 bl-batch-date pic 9(8).
         05 bl-status pic x.

       fd step-log-file
           data record is step-log-rec
           record contains 26 characters.

       01 step-log-rec.
         05 sl-batch-number pic 9(4).
         05 sl-step-number pic 99.
         05 sl-step-name pic x(20).

      *A the row was added, C the row was changed (before image
      *restored), D a signed quantity was applied, H a history
      *line whose index record was already on file, R a reversing
      *GL figure this program posted
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

       fd batch-journal-backup-file
           data record is batch-journal-backup-rec
           record contains 231 characters.

       01 batch-journal-backup-rec pic x(231).

      *Wide enough for the longest journaled row (STOREHIST); the
      *shorter files use the leading positions
       fd master-file
           data record is master-rec
           record contains 105 characters.

       01 master-rec pic x(105).

       fd master-backup-file
           data record is master-backup-rec
           record contains 105 characters.

       01 master-backup-rec pic x(105).

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

       fd ytd-prior-file
           data record is ytd-prior-rec
           record contains 24 characters.

       01 ytd-prior-rec.
         05 yp-year pic 9(4).
         05 yp-store-number pic xx.
         05 yp-num-sl pic 9(7).
         05 yp-amount-sl pic 9(9)v99.

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

       fd backout-report-file
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

      *End of file flags and file statuses
       01 ws-backparm-status pic xx.
       01 ws-batchlog-status pic xx.
       01 ws-batchlog-eof pic x value "n".
       01 ws-steplog-status pic xx.
       01 ws-batchjrnl-status pic xx.
       01 ws-batchjrnl-eof pic x value "n".
       01 ws-master-status pic xx.
       01 ws-master-eof pic x value "n".
       01 ws-backup-status pic xx.
       01 ws-backup-eof pic x value "n".
       01 ws-salesidx-status pic xx.
       01 ws-ytdprior-status pic xx.
       01 ws-ytdprior-eof pic x value "n".
       01 ws-gldaily-status pic xx.
       01 ws-auditlog-status pic xx.
       01 ws-auditlog-eof pic x value "n".
       77 ws-auditlog-program pic x(16) value "BATCHBACKOUT".
       01 ws-al-disposition pic x(20).
       01 ws-al-invoice pic x(9).
       01 ws-al-store pic xx.
       01 ws-al-code pic x.

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report heading
       01 ws-runctl-status pic xx.
       01 ws-batch-date pic 9(8) value 0.
       01 ws-batch-number pic 9(4) value 0.

       01 ws-batch-heading-line.
         05 filler pic x(6) value "BATCH ".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(51) value spaces.

      *The batch being backed out, and its date off BATCHLOG.dat
       01 ws-target-batch pic 9(4) value 0.
       01 ws-target-date pic 9(8) value 0.
       01 ws-target-date-r redefines ws-target-date.
         05 ws-target-year pic 9(4).
         05 filler pic 9(4).
       01 ws-target-log-sub pic 9(5) value 0.

      *C on the pass that only works the reversal in memory to
      *find anything that refuses it, A on the pass that applies
      *it to the files
       01 ws-pass-flag pic x value "C".

      *The batch log, loaded so the target row can be marked and
      *the batches run after it picked out
       01 ws-num-log pic 9(5) value 0.
       77 ws-max-log pic 9(5) value 9999.
       01 ws-log-table.
         05 ws-log-entry occurs 1 to 9999 times
                       depending on ws-num-log.
           10 ws-lg-number pic 9(4).
           10 ws-lg-date pic 9(8).
           10 ws-lg-status pic x.
       01 ws-lg-sub pic 9(5).

      *One flag per batch number (subscript batch number plus
      *one), set for the batches completed after the target and
      *not themselves backed out
       01 ws-later-table.
         05 ws-later-flag pic x occurs 10000 times.
       01 ws-later-sub pic 9(5).
       01 ws-later-batch pic 9(4).

      *The target batch's journal rows, in the order they were
      *written - worked from last to first
       01 ws-num-jrnl pic 9(6) value 0.
       77 ws-max-jrnl pic 9(6) value 150000.
       01 ws-jrnl-table.
         05 ws-jrnl-entry occurs 1 to 150000 times
                       depending on ws-num-jrnl.
           10 ws-jr-file-id pic x(8).
           10 ws-jr-action pic x.
           10 ws-jr-before pic x(105).
           10 ws-jr-after pic x(105).
       01 ws-jr-sub pic 9(6).

      *The file under reversal: its journal id, file names, key
      *length, record length, and its journal row counts
       01 ws-master-name pic x(40).
       01 ws-backup-name pic x(40).
       01 ws-current-file pic x(8).
       01 ws-display-backup pic x(32).
       01 ws-key-len pic 99.
       01 ws-rec-len pic 999.
       01 ws-file-rows pic 9(6).
       01 ws-file-reversed pic 9(6).

      *The keyed file's rows, loaded from the file, reversed in
      *place, and written back out; a row the batch added stays
      *in the table flagged and is dropped on the rewrite
       01 ws-num-rows pic 9(5) value 0.
       77 ws-max-table-rows pic 9(5) value 50000.
       01 ws-master-table.
         05 ws-master-entry occurs 1 to 50000 times
                       depending on ws-num-rows.
           10 ws-mr-data pic x(105).
           10 ws-mr-deleted pic x.
       01 ws-mr-sub pic 9(5).
       01 ws-mr-found-sub pic 9(5) value 0.
       01 ws-live-rows pic 9(5) value 0.
       01 ws-table-full-flag pic x value "N".
       01 ws-find-image pic x(105).

      *A journaled row and the table row it applies to, viewed
      *through the layouts that carry a quantity - the D rows
      *journal the amount applied, not the resulting figure
       01 ws-row-work pic x(105).
       01 ws-row-onhand redefines ws-row-work.
         05 rw-oh-store-number pic xx.
         05 rw-oh-sku-code pic x(15).
         05 rw-oh-quantity pic s9(7) sign leading separate.
         05 filler pic x(80).
       01 ws-row-ytd redefines ws-row-work.
         05 rw-yt-store-number pic xx.
         05 rw-yt-num-sl pic 9(7).
         05 rw-yt-amount-sl pic 9(9)v99.
         05 filler pic x(85).
       01 ws-delta-work pic x(105).
       01 ws-delta-onhand redefines ws-delta-work.
         05 dw-oh-store-number pic xx.
         05 dw-oh-sku-code pic x(15).
         05 dw-oh-quantity pic s9(7) sign leading separate.
         05 filler pic x(80).
       01 ws-delta-ytd redefines ws-delta-work.
         05 dw-yt-store-number pic xx.
         05 dw-yt-num-sl pic 9(7).
         05 dw-yt-amount-sl pic 9(9)v99.
         05 filler pic x(85).
       01 ws-row-ok-flag pic x.

      *The journaled lines of an append-only file, sorted so each
      *line streamed off the file can binary search for itself;
      *a line is taken off the file once per journal row
       01 ws-num-strm pic 9(6) value 0.
       01 ws-strm-table.
         05 ws-strm-entry occurs 1 to 100000 times
                       depending on ws-num-strm.
           10 ws-st-image pic x(105).
           10 ws-st-matched pic x.
       01 ws-st-sub pic 9(6).
       01 ws-st-found-sub pic 9(6) value 0.
       01 ws-st-hit-sub pic 9(6) value 0.
       01 ws-stream-line pic x(105).
       01 ws-st-sort-work.
         05 ws-st-sort-gap pic 9(6).
         05 ws-st-sort-sub pic 9(6).
         05 ws-st-sort-swapped pic x.
         05 ws-st-swap-entry pic x(106).
         05 ws-st-lo pic 9(6).
         05 ws-st-hi pic 9(6).
         05 ws-st-mid pic 9(6).

      *A sales/layaway history line, as journaled
       01 ws-sl-parse.
         05 ws-slp-code pic x.
         05 ws-slp-amount pic 9(5)v99.
         05 ws-slp-ptype pic xx.
         05 ws-slp-store pic xx.
         05 ws-slp-invoice pic x(9).
         05 ws-slp-sku pic x(15).
         05 ws-slp-date pic 9(8).
         05 ws-slp-reason pic xx.
         05 ws-slp-cashier pic x(4).
         05 filler pic x(55).

      *Every invoice the batch touched - off its audit lines and
      *its history lines - sorted by invoice, store, and code with
      *the repeats taken out
       01 ws-num-affected pic 9(5) value 0.
       77 ws-max-affected pic 9(5) value 20000.
       01 ws-affected-table.
         05 ws-affected-entry occurs 1 to 20000 times
                       depending on ws-num-affected.
           10 ws-af-key pic x(12).
       01 ws-af-sub pic 9(5).
       01 ws-af-keep pic 9(5).
       01 ws-af-found-sub pic 9(5) value 0.
       01 ws-af-new-key pic x(12).
       01 ws-af-search-key pic x(11).
       01 ws-af-sort-work.
         05 ws-af-sort-gap pic 9(5).
         05 ws-af-sort-sub pic 9(5).
         05 ws-af-sort-swapped pic x.
         05 ws-af-swap-entry pic x(12).
         05 ws-af-lo pic 9(5).
         05 ws-af-hi pic 9(5).
         05 ws-af-mid pic 9(5).

      *The reversing GL figures, kept for the batch journal
       77 ws-max-glrev pic 999 value 200.
       01 ws-num-glrev pic 999 value 0.
       01 ws-glrev-table.
         05 ws-glrev-image pic x(21) occurs 200 times.
       01 ws-gr-sub pic 999.

      *Everything that refuses the backout; the first 200 are
      *listed
       01 ws-num-refusals pic 9(5) value 0.
       77 ws-max-listed pic 999 value 200.
       01 ws-num-listed pic 999 value 0.
       01 ws-refusal-table.
         05 ws-refusal-entry occurs 200 times.
           10 ws-rf-list-file pic x(8).
           10 ws-rf-list-reason pic x(24).
           10 ws-rf-list-image pic x(37).
       01 ws-rf-sub pic 999.
       01 ws-rf-file pic x(8).
       01 ws-rf-reason pic x(24).
       01 ws-rf-image pic x(37).
       01 ws-year-closed-flag pic x value "N".

      *Counters
       01 ws-calcs.
         05 ws-index-deleted pic 9(5) value 0.
         05 ws-invoices-marked pic 9(5) value 0.
         05 ws-jrnl-kept pic 9(7) value 0.

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(22) value spaces.
         05 filler pic x(29) value
                   "BATCH BACKOUT REPORT -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(22) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

       01 ws-target-line.
         05 filler pic x(18) value "BATCH TO BACK OUT ".
         05 ws-tl-number pic 9(4).
         05 filler pic x(14) value "  BATCH DATE  ".
         05 ws-tl-date pic 9(8).
         05 filler pic x(36) value spaces.

      *One line per file reversed
       01 ws-reversed-line.
         05 filler pic x(10) value "REVERSED: ".
         05 ws-rv-file pic x(8).
         05 filler pic x(4) value " -  ".
         05 ws-rv-rows pic zzzzz9.
         05 filler pic x(21) value " rows, prior copy on ".
         05 ws-rv-backup pic x(31).

       01 ws-index-line.
         05 filler pic x(10) value "REVERSED: ".
         05 filler pic x(8) value "SALEIDX".
         05 filler pic x(4) value " -  ".
         05 ws-ix-rows pic zzzz9.
         05 filler pic x(53) value " index records deleted".

       01 ws-gl-line.
         05 filler pic x(36) value
           "GLDAILY.dat reversing rows written: ".
         05 ws-gl-rows pic zz9.
         05 filler pic x(41) value spaces.

       01 ws-marked-line.
         05 filler pic x(45) value
           "Invoices marked BACKED OUT on AuditLog.out:  ".
         05 ws-mk-count pic zzzz9.
         05 filler pic x(30) value spaces.

       01 ws-log-marked-line.
         05 filler pic x(19) value "BATCHLOG.dat batch ".
         05 ws-lm-number pic 9(4).
         05 filler pic x(57) value
           " marked backed out - the batch may be run again".

       01 ws-release-line.
         05 filler pic x(26) value "Run GLPosting under batch ".
         05 ws-rl-number pic 9(4).
         05 filler pic x(50) value
           " next to release the reversal, before the rerun.".

      *Refusal section
       01 ws-refused-heading-line.
         05 filler pic x(80) value
           "BACKOUT REFUSED - NOTHING WAS CHANGED".

       01 ws-refused-detail-line.
         05 filler pic x(9) value "REFUSED: ".
         05 ws-rd-file pic x(8).
         05 filler pic x(1) value spaces.
         05 ws-rd-reason pic x(24).
         05 filler pic x(1) value spaces.
         05 ws-rd-image pic x(37).

       01 ws-refused-total-line.
         05 filler pic x(25) value "REFUSAL FINDINGS:".
         05 ws-rt-count pic zzzz9.
         05 filler pic x(50) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run and the batch to take
      *    out
           perform 045-load-run-control.
           perform 050-load-parameter.

           open output backout-report-file.

           perform 100-print-headings.

      *    The batch must be on the log and not already backed out,
      *    no batch may be part way through the chain, and the
      *    batch must have left a journal
           if ws-num-refusals = 0 then
               perform 052-load-batch-log
               perform 054-check-step-log
               perform 055-check-run-control
           end-if.

           if ws-num-refusals = 0 then
               perform 056-check-year-closed
               perform 058-load-batch-journal
           end-if.

      *    Collects the invoices the batch touched and refuses if
      *    a batch run since has touched any of them. The first
      *    pass then works the whole reversal in memory only, so
      *    every row that refuses it is listed before any file is
      *    touched; the second pass applies it
           if ws-num-refusals = 0 then
               perform 060-load-affected-invoices
               perform 068-check-later-batches
               perform 070-check-payroll-issued
               move "C" to ws-pass-flag
               perform 200-reverse-files
           end-if.

           if ws-num-refusals = 0 then

               move "A" to ws-pass-flag

               write report-line from ws-report-title-line2
                 after advancing 2 lines

               perform 200-reverse-files
               perform 300-post-gl-reversal

               perform 065-open-audit-log
               perform 320-write-backed-out-lines
               close audit-log-file

               perform 340-mark-batch-log
               perform 360-rewrite-batch-journal

               perform 600-print-totals

           else

               perform 500-print-refusals

           end-if.

           close backout-report-file.

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

      *    Batch zero is never logged, so an absent or blank
      *    parameter file refuses the run
       050-load-parameter.

           open input backout-parm-file.

           if ws-backparm-status = "00" then

               read backout-parm-file
                   not at end
                       if backout-parm-rec numeric then
                           move backout-parm-rec to ws-target-batch
                       end-if
               end-read

               close backout-parm-file

           end-if.

           move ws-target-batch to ws-tl-number.

           if ws-target-batch = 0 then
               move "BACKPARM" to ws-rf-file
               move "NO BATCH NUMBER GIVEN" to ws-rf-reason
               move spaces to ws-rf-image
               perform 080-add-refusal
           end-if.

      *    Loads the batch log and finds the target's completed
      *    row; every batch completed after it that has not itself
      *    been backed out is flagged as a later batch
       052-load-batch-log.

           move 0 to ws-num-log.
           move all "N" to ws-later-table.

           open input batch-log-file.

           if ws-batchlog-status = "00" then

               perform until ws-batchlog-eof = "y"

                   read batch-log-file
                       at end
                           move "y" to ws-batchlog-eof
                       not at end
                           if ws-num-log < ws-max-log then
                               add 1 to ws-num-log
                               move bl-batch-number
                                 to ws-lg-number(ws-num-log)
                               move bl-batch-date
                                 to ws-lg-date(ws-num-log)
                               move bl-status
                                 to ws-lg-status(ws-num-log)
                           end-if
                   end-read

               end-perform

               close batch-log-file

           end-if.

           move 0 to ws-target-log-sub.

           perform varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-log
               if ws-lg-number(ws-lg-sub) = ws-target-batch and
                 ws-lg-status(ws-lg-sub) not = "B" then
                   move ws-lg-sub to ws-target-log-sub
               end-if
           end-perform.

           if ws-target-log-sub = 0 then

               move "BATCHLOG" to ws-rf-file
               move "BATCH NOT ON BATCHLOG" to ws-rf-reason
               perform varying ws-lg-sub from 1 by 1
                 until ws-lg-sub > ws-num-log
                   if ws-lg-number(ws-lg-sub) = ws-target-batch then
                       move "BATCH ALREADY BACKED OUT"
                         to ws-rf-reason
                   end-if
               end-perform
               move spaces to ws-rf-image
               perform 080-add-refusal

           else

               move ws-lg-date(ws-target-log-sub) to ws-target-date

               perform varying ws-lg-sub from ws-target-log-sub
                 by 1 until ws-lg-sub > ws-num-log
                   if ws-lg-sub > ws-target-log-sub and
                     ws-lg-status(ws-lg-sub) not = "B" and
                     ws-lg-number(ws-lg-sub) not = ws-target-batch
                     then
                       compute ws-later-sub =
                         ws-lg-number(ws-lg-sub) + 1
                       move "Y" to ws-later-flag(ws-later-sub)
                   end-if
               end-perform

           end-if.

           move ws-target-date to ws-tl-date.

           write report-line from ws-target-line
             after advancing 1 line.

      *    JobDriver clears the step log when a batch completes, so
      *    any row left on it is a batch still running or waiting
      *    to be resumed
       054-check-step-log.

           open input step-log-file.

           if ws-steplog-status = "00" then

               read step-log-file
                   not at end
                       move "STEPLOG" to ws-rf-file
                       move "BATCH RUN IN PROGRESS" to ws-rf-reason
                       move step-log-rec to ws-rf-image
                       perform 080-add-refusal
               end-read

               close step-log-file

           end-if.

      *    GLPosting stamps the reversing journal with the batch
      *    on RUNCTL.dat and finds the backout's R rows under it,
      *    so RUNCTL.dat must hold the target's number - released
      *    under any other batch the reversal would be taken for
      *    that batch's own figures
       055-check-run-control.

           if ws-batch-number not = ws-target-batch then
               move "RUNCTL" to ws-rf-file
               move "RUNCTL NOT ON THIS BATCH" to ws-rf-reason
               move spaces to ws-rf-image
               string "RUNCTL.dat BATCH " delimited by size
                      ws-batch-number delimited by size
                      " - SET TO " delimited by size
                      ws-target-batch delimited by size
                 into ws-rf-image
               end-string
               perform 080-add-refusal
           end-if.

      *    Once the target's year has been closed to YTDPRIOR.dat
      *    its year-to-date figures are no longer live to reverse
       056-check-year-closed.

           open input ytd-prior-file.

           if ws-ytdprior-status = "00" then

               perform until ws-ytdprior-eof = "y"

                   read ytd-prior-file
                       at end
                           move "y" to ws-ytdprior-eof
                       not at end
                           if yp-year not < ws-target-year then
                               move "Y" to ws-year-closed-flag
                           end-if
                   end-read

               end-perform

               close ytd-prior-file

           end-if.

           if ws-year-closed-flag = "Y" then
               move "YTDPRIOR" to ws-rf-file
               move "BATCH YEAR ALREADY CLOSED" to ws-rf-reason
               move spaces to ws-rf-image
               perform 080-add-refusal
           end-if.

      *    Loads the target batch's journal rows. R rows are the
      *    reversing GL figures of an earlier backout under the
      *    same number and are not part of the batch's own work
       058-load-batch-journal.

           move 0 to ws-num-jrnl.

           open input batch-journal-file.

           if ws-batchjrnl-status = "00" then

               perform until ws-batchjrnl-eof = "y"

                   read batch-journal-file
                       at end
                           move "y" to ws-batchjrnl-eof
                       not at end
                           if bj-batch-number = ws-target-batch and
                             bj-action not = "R" then
                               perform 059-add-journal-row
                           end-if
                   end-read

               end-perform

               close batch-journal-file

           end-if.

           if ws-num-jrnl = 0 then
               move "BATCHJRN" to ws-rf-file
               move "NO JOURNAL FOR BATCH" to ws-rf-reason
               move spaces to ws-rf-image
               perform 080-add-refusal
           end-if.

      *    A batch too big for the table cannot be backed out in
      *    part, so it refuses
       059-add-journal-row.

           if ws-num-jrnl < ws-max-jrnl then
               add 1 to ws-num-jrnl
               move bj-file-id to ws-jr-file-id(ws-num-jrnl)
               move bj-action to ws-jr-action(ws-num-jrnl)
               move bj-before-image to ws-jr-before(ws-num-jrnl)
               move bj-after-image to ws-jr-after(ws-num-jrnl)
           else
               if ws-table-full-flag = "N" then
                   move "Y" to ws-table-full-flag
                   move "BATCHJRN" to ws-rf-file
                   move "JOURNAL TOO LARGE" to ws-rf-reason
                   move spaces to ws-rf-image
                   perform 080-add-refusal
               end-if
           end-if.

      *    The invoices on the batch's own audit lines, then the
      *    invoices on its history lines, sorted with the repeats
      *    taken out
       060-load-affected-invoices.

           move 0 to ws-num-affected.
           move "n" to ws-auditlog-eof.

           open input audit-log-file.

           if ws-auditlog-status = "00" then

               perform until ws-auditlog-eof = "y"

                   read audit-log-file
                       at end
                           move "y" to ws-auditlog-eof
                       not at end
                           if al-batch-number = ws-target-batch and
                             al-batch-date = ws-target-date and
                             al-program not = ws-auditlog-program and
                             al-invoice-number not = spaces then
                               move al-invoice-number
                                 to ws-af-new-key(1:9)
                               move al-store-number
                                 to ws-af-new-key(10:2)
                               move al-transaction-code
                                 to ws-af-new-key(12:1)
                               perform 061-add-affected-entry
                           end-if
                   end-read

               end-perform

               close audit-log-file

           end-if.

           perform varying ws-jr-sub from 1 by 1
             until ws-jr-sub > ws-num-jrnl
               if ws-jr-file-id(ws-jr-sub) = "SALEHIST" then
                   move ws-jr-after(ws-jr-sub) to ws-sl-parse
                   move ws-slp-invoice to ws-af-new-key(1:9)
                   move ws-slp-store to ws-af-new-key(10:2)
                   move ws-slp-code to ws-af-new-key(12:1)
                   perform 061-add-affected-entry
               end-if
           end-perform.

           perform 062-sort-affected-table.

      *    Takes the repeats out of the sorted table
           if ws-num-affected > 1 then
               move 1 to ws-af-keep
               perform varying ws-af-sub from 2 by 1
                 until ws-af-sub > ws-num-affected
                   if ws-af-key(ws-af-sub) not = ws-af-key(ws-af-keep)
                     then
                       add 1 to ws-af-keep
                       move ws-af-key(ws-af-sub)
                         to ws-af-key(ws-af-keep)
                   end-if
               end-perform
               move ws-af-keep to ws-num-affected
           end-if.

       061-add-affected-entry.

           if ws-num-affected < ws-max-affected then
               add 1 to ws-num-affected
               move ws-af-new-key to ws-af-key(ws-num-affected)
           else
               if ws-num-refusals = 0 then
                   move "AUDITLOG" to ws-rf-file
                   move "TOO MANY INVOICES" to ws-rf-reason
                   move spaces to ws-rf-image
                   perform 080-add-refusal
               end-if
           end-if.

       062-sort-affected-table.

           move ws-num-affected to ws-af-sort-gap.
           move "Y" to ws-af-sort-swapped.

           perform until ws-af-sort-gap = 1
             and ws-af-sort-swapped = "N"

               compute ws-af-sort-gap = (ws-af-sort-gap * 10) / 13
               if ws-af-sort-gap < 1 then
                   move 1 to ws-af-sort-gap
               end-if

               move "N" to ws-af-sort-swapped

               perform
                 varying ws-af-sort-sub from 1 by 1
                 until ws-af-sort-sub + ws-af-sort-gap
                   > ws-num-affected

                   if ws-af-key(ws-af-sort-sub) >
                     ws-af-key
                       (ws-af-sort-sub + ws-af-sort-gap) then
                       move ws-affected-entry(ws-af-sort-sub)
                         to ws-af-swap-entry
                       move ws-affected-entry
                           (ws-af-sort-sub + ws-af-sort-gap)
                         to ws-affected-entry(ws-af-sort-sub)
                       move ws-af-swap-entry
                         to ws-affected-entry
                           (ws-af-sort-sub + ws-af-sort-gap)
                       move "Y" to ws-af-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Binary search of the sorted table for ws-af-search-key,
      *    an invoice and store under any transaction code
       064-find-affected-entry.

           move 0 to ws-af-found-sub.

           move 1 to ws-af-lo.
           move ws-num-affected to ws-af-hi.

           perform until ws-af-lo > ws-af-hi
             or ws-af-found-sub > 0

               compute ws-af-mid = (ws-af-lo + ws-af-hi) / 2

               if ws-af-key(ws-af-mid)(1:11) = ws-af-search-key then
                   move ws-af-mid to ws-af-found-sub
               else
                   if ws-af-search-key >
                     ws-af-key(ws-af-mid)(1:11) then
                       compute ws-af-lo = ws-af-mid + 1
                   else
                       compute ws-af-hi = ws-af-mid - 1
                   end-if
               end-if

           end-perform.

       065-open-audit-log.

           open extend audit-log-file

           if ws-auditlog-status not = "00" then
               open output audit-log-file
           end-if.

      *    A later batch that touched one of the batch's invoices
      *    - a return, a payment, a redemption against it - was run
      *    on the strength of it, so the batch cannot come out from
      *    under it
       068-check-later-batches.

           move "n" to ws-auditlog-eof.

           open input audit-log-file.

           if ws-auditlog-status = "00" then

               perform until ws-auditlog-eof = "y"

                   read audit-log-file
                       at end
                           move "y" to ws-auditlog-eof
                       not at end
                           perform 069-check-one-audit-line
                   end-read

               end-perform

               close audit-log-file

           end-if.

      *    A line from before the batch stamp joined the layout has
      *    no batch number and predates every batch
       069-check-one-audit-line.

           if al-batch-number numeric and
             al-program not = ws-auditlog-program then

               compute ws-later-sub = al-batch-number + 1

               if ws-later-flag(ws-later-sub) = "Y" then

                   move al-invoice-number to ws-af-search-key(1:9)
                   move al-store-number to ws-af-search-key(10:2)
                   perform 064-find-affected-entry

                   if ws-af-found-sub > 0 then
                       move al-batch-number to ws-later-batch
                       move "AUDITLOG" to ws-rf-file
                       move spaces to ws-rf-reason
                       string "USED BY LATER BATCH "
                                delimited by size
                              ws-later-batch delimited by size
                         into ws-rf-reason
                       end-string
                       move audit-log-rec to ws-rf-image
                       perform 080-add-refusal
                   end-if

               end-if

           end-if.

      *    A batch that closed a pay period sent the period's
      *    commission to payroll on PAYCOMM.dat, and the pay cannot
      *    be called back from here - taking the close back out and
      *    rerunning the batch would pay the same commission twice.
      *    Every payroll row the batch issued is listed
       070-check-payroll-issued.

           perform varying ws-jr-sub from 1 by 1
             until ws-jr-sub > ws-num-jrnl
               if ws-jr-file-id(ws-jr-sub) = "PAYCOMM" then
                   move "PAYCOMM" to ws-rf-file
                   move "PAYROLL ALREADY ISSUED" to ws-rf-reason
                   move ws-jr-after(ws-jr-sub) to ws-rf-image
                   perform 080-add-refusal
               end-if
           end-perform.

      *    Counts a refusal and keeps it for the report
       080-add-refusal.

           add 1 to ws-num-refusals.

           if ws-num-listed < ws-max-listed then
               add 1 to ws-num-listed
               move ws-rf-file to ws-rf-list-file(ws-num-listed)
               move ws-rf-reason to ws-rf-list-reason(ws-num-listed)
               move ws-rf-image to ws-rf-list-image(ws-num-listed)
           end-if.

      *    The BACKED OUT lines carry the backed-out batch's own
      *    stamp, so they file alongside the lines they answer
       090-write-audit-log.

           move spaces to audit-log-rec
           move ws-al-invoice to al-invoice-number
           move ws-al-code to al-transaction-code
           move ws-al-store to al-store-number
           move ws-auditlog-program to al-program
           move ws-al-disposition to al-disposition
           move ws-target-date to al-batch-date
           move ws-target-batch to al-batch-number
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

      *    Every file the chain journals, keyed files first, then
      *    the append-only files and the sales index
       200-reverse-files.

           move "GIFTCARD" to ws-current-file.
           move "../../../data/GIFTCARD.dat" to ws-master-name.
           move "../../../data/GIFTCARD.bak" to ws-backup-name.
           move "GIFTCARD.bak" to ws-display-backup.
           move 11 to ws-key-len.
           move 42 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "CREDLEDG" to ws-current-file.
           move "../../../data/CREDLEDG.dat" to ws-master-name.
           move "../../../data/CREDLEDG.bak" to ws-backup-name.
           move "CREDLEDG.bak" to ws-display-backup.
           move 11 to ws-key-len.
           move 42 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "LAYAWAY" to ws-current-file.
           move "../../../data/LAYAWAY.dat" to ws-master-name.
           move "../../../data/LAYAWAY.bak" to ws-backup-name.
           move "LAYAWAY.bak" to ws-display-backup.
           move 11 to ws-key-len.
           move 34 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "RCKLEDG" to ws-current-file.
           move "../../../data/RCKLEDG.dat" to ws-master-name.
           move "../../../data/RCKLEDG.bak" to ws-backup-name.
           move "RCKLEDG.bak" to ws-display-backup.
           move 31 to ws-key-len.
           move 94 to ws-rec-len.
           perform 210-reverse-keyed-file.

      *    The pending files are never changed in place - a row is
      *    carried forward or dropped whole - so their key is the
      *    whole row
           move "CARDPEND" to ws-current-file.
           move "../../../data/CARDPEND.dat" to ws-master-name.
           move "../../../data/CARDPEND.bak" to ws-backup-name.
           move "CARDPEND.bak" to ws-display-backup.
           move 62 to ws-key-len.
           move 62 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "BANKPEND" to ws-current-file.
           move "../../../data/BANKPEND.dat" to ws-master-name.
           move "../../../data/BANKPEND.bak" to ws-backup-name.
           move "BANKPEND.bak" to ws-display-backup.
           move 61 to ws-key-len.
           move 61 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "LOYMAST" to ws-current-file.
           move "../../../data/LOYMAST.dat" to ws-master-name.
           move "../../../data/LOYMAST.bak" to ws-backup-name.
           move "LOYMAST.bak" to ws-display-backup.
           move 9 to ws-key-len.
           move 95 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "LOYINV" to ws-current-file.
           move "../../../data/LOYINV.dat" to ws-master-name.
           move "../../../data/LOYINV.bak" to ws-backup-name.
           move "LOYINV.bak" to ws-display-backup.
           move 11 to ws-key-len.
           move 44 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "COMMACCR" to ws-current-file.
           move "../../../data/COMMACCR.dat" to ws-master-name.
           move "../../../data/COMMACCR.bak" to ws-backup-name.
           move "COMMACCR.bak" to ws-display-backup.
           move 12 to ws-key-len.
           move 42 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "ONORDER" to ws-current-file.
           move "../../../data/ONORDER.dat" to ws-master-name.
           move "../../../data/ONORDER.bak" to ws-backup-name.
           move "ONORDER.bak" to ws-display-backup.
           move 34 to ws-key-len.
           move 53 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "COUNTBK" to ws-current-file.
           move "../../../data/COUNTBOOK.dat" to ws-master-name.
           move "../../../data/COUNTBOOK.bak" to ws-backup-name.
           move "COUNTBOOK.bak" to ws-display-backup.
           move 25 to ws-key-len.
           move 33 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "XFERMAST" to ws-current-file.
           move "../../../data/XFERMAST.dat" to ws-master-name.
           move "../../../data/XFERMAST.bak" to ws-backup-name.
           move "XFERMAST.bak" to ws-display-backup.
           move 23 to ws-key-len.
           move 54 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "ONHAND" to ws-current-file.
           move "../../../data/ONHAND.dat" to ws-master-name.
           move "../../../data/ONHAND.bak" to ws-backup-name.
           move "ONHAND.bak" to ws-display-backup.
           move 17 to ws-key-len.
           move 25 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "YTDTOTAL" to ws-current-file.
           move "../../../data/YTDTOTALS.dat" to ws-master-name.
           move "../../../data/YTDTOTALS.bak" to ws-backup-name.
           move "YTDTOTALS.bak" to ws-display-backup.
           move 2 to ws-key-len.
           move 20 to ws-rec-len.
           perform 210-reverse-keyed-file.

           move "SALEHIST" to ws-current-file.
           move "../../../data/saleslayaway-project8.dat"
             to ws-master-name.
           move "../../../data/saleslayaway-project8.bak"
             to ws-backup-name.
           move "saleslayaway-project8.bak" to ws-display-backup.
           move 50 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "STOREHST" to ws-current-file.
           move "../../../data/STOREHIST.dat" to ws-master-name.
           move "../../../data/STOREHIST.bak" to ws-backup-name.
           move "STOREHIST.bak" to ws-display-backup.
           move 105 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "ESCHREMT" to ws-current-file.
           move "../../../data/ESCHREMT.dat" to ws-master-name.
           move "../../../data/ESCHREMT.bak" to ws-backup-name.
           move "ESCHREMT.bak" to ws-display-backup.
           move 50 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "CHECKREG" to ws-current-file.
           move "../../../data/CHECKREG.dat" to ws-master-name.
           move "../../../data/CHECKREG.bak" to ws-backup-name.
           move "CHECKREG.bak" to ws-display-backup.
           move 71 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "LOYSTMT" to ws-current-file.
           move "../../../data/LOYSTMT.dat" to ws-master-name.
           move "../../../data/LOYSTMT.bak" to ws-backup-name.
           move "LOYSTMT.bak" to ws-display-backup.
           move 78 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "COMMDTL" to ws-current-file.
           move "../../../data/COMMDTL.dat" to ws-master-name.
           move "../../../data/COMMDTL.bak" to ws-backup-name.
           move "COMMDTL.bak" to ws-display-backup.
           move 69 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "MARGHIST" to ws-current-file.
           move "../../../data/MARGHIST.dat" to ws-master-name.
           move "../../../data/MARGHIST.bak" to ws-backup-name.
           move "MARGHIST.bak" to ws-display-backup.
           move 58 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "COUNTPST" to ws-current-file.
           move "../../../data/COUNTPOST.dat" to ws-master-name.
           move "../../../data/COUNTPOST.bak" to ws-backup-name.
           move "COUNTPOST.bak" to ws-display-backup.
           move 25 to ws-rec-len.
           perform 250-reverse-stream-file.

           move "INVMOVE" to ws-current-file.
           move "../../../data/INVMOVE.dat" to ws-master-name.
           move "../../../data/INVMOVE.bak" to ws-backup-name.
           move "INVMOVE.bak" to ws-display-backup.
           move 32 to ws-rec-len.
           perform 250-reverse-stream-file.

           perform 270-reverse-sales-index.

      *    Counts the file's journal rows; a file the batch never
      *    touched is never opened
       205-count-file-rows.

           move 0 to ws-file-rows.
           move 0 to ws-file-reversed.

           perform varying ws-jr-sub from 1 by 1
             until ws-jr-sub > ws-num-jrnl
               if ws-jr-file-id(ws-jr-sub) = ws-current-file then
                   add 1 to ws-file-rows
               end-if
           end-perform.

      *    Loads the keyed file, keeps the as-found copy on the .bak
      *    file on the applying pass, reverses the batch's rows
      *    last to first, and rewrites the file
       210-reverse-keyed-file.

           perform 205-count-file-rows.

           if ws-file-rows > 0 then

               perform 215-load-master

               if ws-pass-flag = "A" then
                   perform 220-backup-master
               end-if

               perform varying ws-jr-sub from ws-num-jrnl by -1
                 until ws-jr-sub < 1
                   if ws-jr-file-id(ws-jr-sub) = ws-current-file then
                       perform 225-reverse-one-row
                   end-if
               end-perform

               if ws-pass-flag = "A" then
                   perform 240-rewrite-master
               end-if

           end-if.

      *    A file too big for the table would lose rows on the
      *    rewrite, so it refuses instead
       215-load-master.

           move 0 to ws-num-rows.
           move "N" to ws-table-full-flag.
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
                           else
                               move "Y" to ws-table-full-flag
                           end-if
                   end-read

               end-perform

               close master-file

           end-if.

           if ws-table-full-flag = "Y" then
               move ws-current-file to ws-rf-file
               move "FILE TOO LARGE TO LOAD" to ws-rf-reason
               move spaces to ws-rf-image
               perform 080-add-refusal
           end-if.

      *    Retains the as-found file on its .bak file before the
      *    reversal touches it
       220-backup-master.

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

      *    An added row must still be exactly as the batch left it
      *    to be taken off, and a changed row to be put back to its
      *    before image; a quantity row only has to still be there.
      *    A row the batch took off the file (X) is put back from
      *    its before image, unless its key has come back on since
       225-reverse-one-row.

           move ws-jr-after(ws-jr-sub) to ws-find-image.

           if ws-jr-action(ws-jr-sub) = "D" then

               perform 232-find-row-key

               if ws-mr-found-sub = 0 then
                   move "ROW NO LONGER ON FILE" to ws-rf-reason
                   perform 238-refuse-row
               else
                   perform 235-apply-quantity
               end-if

           else
           if ws-jr-action(ws-jr-sub) = "X" then

               move ws-jr-before(ws-jr-sub) to ws-find-image
               perform 232-find-row-key

               if ws-mr-found-sub > 0 then
                   move "KEY BACK ON FILE" to ws-rf-reason
                   perform 238-refuse-row
               else
               if ws-num-rows < ws-max-table-rows then
                   add 1 to ws-num-rows
                   move ws-find-image to ws-mr-data(ws-num-rows)
                   move "N" to ws-mr-deleted(ws-num-rows)
                   add 1 to ws-file-reversed
               else
                   move "FILE TOO LARGE TO LOAD" to ws-rf-reason
                   perform 238-refuse-row
               end-if
               end-if

           else

               perform 230-find-row-image

               if ws-mr-found-sub = 0 then
                   perform 232-find-row-key
                   if ws-mr-found-sub = 0 then
                       move "ROW NO LONGER ON FILE" to ws-rf-reason
                   else
                       move "CHANGED BY A LATER RUN" to ws-rf-reason
                   end-if
                   perform 238-refuse-row
               else
                   if ws-jr-action(ws-jr-sub) = "A" then
                       move "Y" to ws-mr-deleted(ws-mr-found-sub)
                   else
                       move ws-jr-before(ws-jr-sub)
                         to ws-mr-data(ws-mr-found-sub)
                   end-if
                   add 1 to ws-file-reversed
               end-if

           end-if
           end-if.

      *    Finds the live row exactly equal to ws-find-image
       230-find-row-image.

           move 0 to ws-mr-found-sub.

           perform varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-found-sub = 0 and
                 ws-mr-deleted(ws-mr-sub) not = "Y" and
                 ws-mr-data(ws-mr-sub) = ws-find-image then
                   move ws-mr-sub to ws-mr-found-sub
               end-if
           end-perform.

      *    Finds the live row with ws-find-image's key
       232-find-row-key.

           move 0 to ws-mr-found-sub.

           perform varying ws-mr-sub from 1 by 1
             until ws-mr-sub > ws-num-rows
               if ws-mr-found-sub = 0 and
                 ws-mr-deleted(ws-mr-sub) not = "Y" and
                 ws-mr-data(ws-mr-sub)(1:ws-key-len) =
                 ws-find-image(1:ws-key-len) then
                   move ws-mr-sub to ws-mr-found-sub
               end-if
           end-perform.

      *    Takes the quantity the batch applied back off the row;
      *    year-to-date figures cannot go below zero
       235-apply-quantity.

           move "Y" to ws-row-ok-flag.
           move ws-mr-data(ws-mr-found-sub) to ws-row-work.
           move ws-find-image to ws-delta-work.

           if ws-current-file = "ONHAND" then
               compute rw-oh-quantity =
                 rw-oh-quantity - dw-oh-quantity
                   on size error
                       move "N" to ws-row-ok-flag
                       move "QUANTITY OUT OF RANGE" to ws-rf-reason
               end-compute
           else
               if rw-yt-num-sl < dw-yt-num-sl or
                 rw-yt-amount-sl < dw-yt-amount-sl then
                   move "N" to ws-row-ok-flag
                   move "YTD WOULD GO BELOW ZERO" to ws-rf-reason
               else
                   subtract dw-yt-num-sl from rw-yt-num-sl
                   subtract dw-yt-amount-sl from rw-yt-amount-sl
               end-if
           end-if.

           if ws-row-ok-flag = "Y" then
               move ws-row-work to ws-mr-data(ws-mr-found-sub)
               add 1 to ws-file-reversed
           else
               perform 238-refuse-row
           end-if.

       238-refuse-row.

           move ws-current-file to ws-rf-file.
           move ws-find-image to ws-rf-image.
           perform 080-add-refusal.

       240-rewrite-master.

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

           perform 290-print-reversed-line.

      *    An append-only file: each journaled line comes off the
      *    file once. The checking pass only matches the lines; the
      *    applying pass copies the file to its .bak file and
      *    rewrites it from there without them
       250-reverse-stream-file.

           perform 205-count-file-rows.

           if ws-file-rows > 0 then

               perform 252-load-stream-table
               perform 254-sort-stream-table

               if ws-pass-flag = "C" then

                   move "n" to ws-master-eof
                   open input master-file

                   if ws-master-status = "00" then
                       perform until ws-master-eof = "y"
                           read master-file
                               at end
                                   move "y" to ws-master-eof
                               not at end
                                   move master-rec to ws-stream-line
                                   perform 256-match-stream-line
                           end-read
                       end-perform
                       close master-file
                   end-if

                   perform 260-check-stream-unmatched

               else

                   perform 258-copy-to-backup

                   move "n" to ws-backup-eof
                   open input master-backup-file
                   open output master-file

                   perform until ws-backup-eof = "y"
                       read master-backup-file
                           at end
                               move "y" to ws-backup-eof
                           not at end
                               move master-backup-rec
                                 to ws-stream-line
                               perform 256-match-stream-line
                               if ws-st-hit-sub = 0 then
                                   move spaces to master-rec
                                   move ws-stream-line(1:ws-rec-len)
                                     to master-rec
                                   write master-rec
                               end-if
                       end-read
                   end-perform

                   close master-backup-file
                   close master-file

                   perform 290-print-reversed-line

               end-if

           end-if.

       252-load-stream-table.

           move 0 to ws-num-strm.

           perform varying ws-jr-sub from 1 by 1
             until ws-jr-sub > ws-num-jrnl
               if ws-jr-file-id(ws-jr-sub) = ws-current-file then
                   add 1 to ws-num-strm
                   move ws-jr-after(ws-jr-sub)
                     to ws-st-image(ws-num-strm)
                   move "N" to ws-st-matched(ws-num-strm)
               end-if
           end-perform.

       254-sort-stream-table.

           move ws-num-strm to ws-st-sort-gap.
           move "Y" to ws-st-sort-swapped.

           perform until ws-st-sort-gap = 1
             and ws-st-sort-swapped = "N"

               compute ws-st-sort-gap = (ws-st-sort-gap * 10) / 13
               if ws-st-sort-gap < 1 then
                   move 1 to ws-st-sort-gap
               end-if

               move "N" to ws-st-sort-swapped

               perform
                 varying ws-st-sort-sub from 1 by 1
                 until ws-st-sort-sub + ws-st-sort-gap
                   > ws-num-strm

                   if ws-st-image(ws-st-sort-sub) >
                     ws-st-image
                       (ws-st-sort-sub + ws-st-sort-gap) then
                       move ws-strm-entry(ws-st-sort-sub)
                         to ws-st-swap-entry
                       move ws-strm-entry
                           (ws-st-sort-sub + ws-st-sort-gap)
                         to ws-strm-entry(ws-st-sort-sub)
                       move ws-st-swap-entry
                         to ws-strm-entry
                           (ws-st-sort-sub + ws-st-sort-gap)
                       move "Y" to ws-st-sort-swapped
                   end-if

               end-perform

           end-perform.

      *    Binary search for ws-stream-line, then the first of its
      *    equal entries not yet matched; ws-st-hit-sub is left at
      *    zero when the line is not one of the batch's
       256-match-stream-line.

           move 0 to ws-st-found-sub.
           move 0 to ws-st-hit-sub.

           move 1 to ws-st-lo.
           move ws-num-strm to ws-st-hi.

           perform until ws-st-lo > ws-st-hi
             or ws-st-found-sub > 0

               compute ws-st-mid = (ws-st-lo + ws-st-hi) / 2

               if ws-st-image(ws-st-mid) = ws-stream-line then
                   move ws-st-mid to ws-st-found-sub
               else
                   if ws-stream-line > ws-st-image(ws-st-mid) then
                       compute ws-st-lo = ws-st-mid + 1
                   else
                       compute ws-st-hi = ws-st-mid - 1
                   end-if
               end-if

           end-perform.

           if ws-st-found-sub > 0 then

               move ws-st-found-sub to ws-st-sub
               perform until ws-st-sub = 1
                 or ws-st-image(ws-st-sub - 1) not = ws-stream-line
                   subtract 1 from ws-st-sub
               end-perform

               perform until ws-st-sub > ws-num-strm
                 or ws-st-hit-sub > 0
                 or ws-st-image(ws-st-sub) not = ws-stream-line
                   if ws-st-matched(ws-st-sub) = "N" then
                       move "Y" to ws-st-matched(ws-st-sub)
                       move ws-st-sub to ws-st-hit-sub
                       add 1 to ws-file-reversed
                   else
                       add 1 to ws-st-sub
                   end-if
               end-perform

           end-if.

      *    Retains the as-found file on its .bak file; the live
      *    file is then rewritten from the copy
       258-copy-to-backup.

           move "n" to ws-master-eof.

           open input master-file.
           open output master-backup-file.

           if ws-master-status = "00" then
               perform until ws-master-eof = "y"
                   read master-file
                       at end
                           move "y" to ws-master-eof
                       not at end
                           move master-rec to master-backup-rec
                           write master-backup-rec
                   end-read
               end-perform
               close master-file
           end-if.

           close master-backup-file.

      *    A journaled line not found on the file has been archived
      *    or taken off by hand since. INVMOVE.dat is the day's
      *    movement input and is replaced each night; a count
      *    adjustment gone with an earlier night's file has nothing
      *    left to take off, and its stock is put back through the
      *    batch's ONHAND rows
       260-check-stream-unmatched.

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-strm
               if ws-st-matched(ws-st-sub) = "N" and
                 ws-current-file not = "INVMOVE" then
                   move ws-st-image(ws-st-sub) to ws-find-image
                   move "LINE NO LONGER ON FILE" to ws-rf-reason
                   perform 238-refuse-row
               end-if
           end-perform.

      *    The index record of every sale the batch added to the
      *    index comes off it; an H line's record was already there
      *    before the batch and stays
       270-reverse-sales-index.

           move 0 to ws-file-rows.

           perform varying ws-jr-sub from 1 by 1
             until ws-jr-sub > ws-num-jrnl
               if ws-jr-file-id(ws-jr-sub) = "SALEHIST" and
                 ws-jr-action(ws-jr-sub) = "A" then
                   add 1 to ws-file-rows
               end-if
           end-perform.

           if ws-file-rows > 0 then

               if ws-pass-flag = "C" then
                   open input sales-history-idx
               else
                   open i-o sales-history-idx
               end-if

               if ws-salesidx-status not = "00" then

                   move "SALEIDX" to ws-rf-file
                   move "INDEX FILE NOT AVAILABLE" to ws-rf-reason
                   move spaces to ws-rf-image
                   perform 080-add-refusal

               else

                   perform varying ws-jr-sub from 1 by 1
                     until ws-jr-sub > ws-num-jrnl
                       if ws-jr-file-id(ws-jr-sub) = "SALEHIST" and
                         ws-jr-action(ws-jr-sub) = "A" then
                           perform 275-reverse-one-index-record
                       end-if
                   end-perform

                   close sales-history-idx

               end-if

               if ws-pass-flag = "A" then
                   move ws-index-deleted to ws-ix-rows
                   write report-line from ws-index-line
                     after advancing 1 line
               end-if

           end-if.

       275-reverse-one-index-record.

           move ws-jr-after(ws-jr-sub) to ws-sl-parse.
           move ws-slp-invoice to sx-invoice-number.
           move ws-slp-store to sx-store-number.

           read sales-history-idx
               invalid key
                   move "SALEIDX" to ws-rf-file
                   move "INDEX RECORD MISSING" to ws-rf-reason
                   move ws-sl-parse to ws-rf-image
                   perform 080-add-refusal
               not invalid key
                   if ws-pass-flag = "A" then
                       delete sales-history-idx record
                           invalid key
                               continue
                           not invalid key
                               add 1 to ws-index-deleted
                       end-delete
                   end-if
           end-read.

       290-print-reversed-line.

           move ws-current-file to ws-rv-file.
           move ws-file-reversed to ws-rv-rows.
           move ws-display-backup to ws-rv-backup.
           write report-line from ws-reversed-line
             after advancing 1 line.

      *    GLDAILY.dat is replaced with the batch's released figures
      *    with their signs turned round, so the next GLPosting run
      *    releases the reversing journal. A batch whose figures
      *    were never released leaves the file empty, so nothing
      *    of the batch is left on it to be released later
       300-post-gl-reversal.

           move 0 to ws-num-glrev.

           open output gl-daily-file.

           perform varying ws-jr-sub from 1 by 1
             until ws-jr-sub > ws-num-jrnl
               if ws-jr-file-id(ws-jr-sub) = "GLDAILY" and
                 ws-num-glrev < ws-max-glrev then
                   move ws-jr-after(ws-jr-sub)(1:21) to gl-daily-rec
                   compute gd-amount = 0 - gd-amount
                   write gl-daily-rec
                   add 1 to ws-num-glrev
                   move gl-daily-rec to ws-glrev-image(ws-num-glrev)
               end-if
           end-perform.

           close gl-daily-file.

           move ws-num-glrev to ws-gl-rows.
           write report-line from ws-gl-line
             after advancing 2 lines.

       320-write-backed-out-lines.

           move "BACKED OUT" to ws-al-disposition.

           perform varying ws-af-sub from 1 by 1
             until ws-af-sub > ws-num-affected
               move ws-af-key(ws-af-sub)(1:9) to ws-al-invoice
               move ws-af-key(ws-af-sub)(10:2) to ws-al-store
               move ws-af-key(ws-af-sub)(12:1) to ws-al-code
               perform 090-write-audit-log
               add 1 to ws-invoices-marked
           end-perform.

      *    Rewrites the batch log with the target row marked B, so
      *    JobDriver lets the batch number run again
       340-mark-batch-log.

           move "B" to ws-lg-status(ws-target-log-sub).

           open output batch-log-file.

           perform varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-log
               move spaces to batch-log-rec
               move ws-lg-number(ws-lg-sub) to bl-batch-number
               move ws-lg-date(ws-lg-sub) to bl-batch-date
               move ws-lg-status(ws-lg-sub) to bl-status
               write batch-log-rec
           end-perform.

           close batch-log-file.

      *    The batch's rows come off the journal - they have been
      *    reversed, and a rerun under the same number journals
      *    afresh - and the reversing GL figures go on as R rows,
      *    so GLPosting knows their release for the reversal. The
      *    as-found journal is kept on BATCHJRNL.bak
       360-rewrite-batch-journal.

           move "n" to ws-batchjrnl-eof.

           open input batch-journal-file.
           open output batch-journal-backup-file.

           perform until ws-batchjrnl-eof = "y"
               read batch-journal-file
                   at end
                       move "y" to ws-batchjrnl-eof
                   not at end
                       write batch-journal-backup-rec
                         from batch-journal-rec
               end-read
           end-perform.

           close batch-journal-file.
           close batch-journal-backup-file.

           move "n" to ws-batchjrnl-eof.

           open input batch-journal-backup-file.
           open output batch-journal-file.

           perform until ws-batchjrnl-eof = "y"
               read batch-journal-backup-file
                   at end
                       move "y" to ws-batchjrnl-eof
                   not at end
                       move batch-journal-backup-rec
                         to batch-journal-rec
                       if bj-batch-number not = ws-target-batch then
                           write batch-journal-rec
                           add 1 to ws-jrnl-kept
                       end-if
               end-read
           end-perform.

           perform varying ws-gr-sub from 1 by 1
             until ws-gr-sub > ws-num-glrev
               move spaces to batch-journal-rec
               move ws-target-batch to bj-batch-number
               move ws-target-date to bj-batch-date
               move "GLDAILY" to bj-file-id
               move "R" to bj-action
               move ws-glrev-image(ws-gr-sub) to bj-after-image
               write batch-journal-rec
           end-perform.

           close batch-journal-backup-file.
           close batch-journal-file.

      *    Lists every finding that refused the backout
       500-print-refusals.

           write report-line from ws-report-title-line2
             after advancing 2 lines.
           write report-line from ws-refused-heading-line
             after advancing 1 line.
           write report-line from ws-report-title-line2
             after advancing 1 line.

           perform varying ws-rf-sub from 1 by 1
             until ws-rf-sub > ws-num-listed
               move ws-rf-list-file(ws-rf-sub) to ws-rd-file
               move ws-rf-list-reason(ws-rf-sub) to ws-rd-reason
               move ws-rf-list-image(ws-rf-sub) to ws-rd-image
               write report-line from ws-refused-detail-line
                 after advancing 1 line
           end-perform.

           move ws-num-refusals to ws-rt-count.
           write report-line from ws-refused-total-line
             after advancing 2 lines.

       600-print-totals.

           move ws-invoices-marked to ws-mk-count.
           write report-line from ws-marked-line
             after advancing 1 line.

           move ws-target-batch to ws-lm-number.
           write report-line from ws-log-marked-line
             after advancing 1 line.

           move ws-target-batch to ws-rl-number.
           write report-line from ws-release-line
             after advancing 2 lines.

       end program BatchBackout.
