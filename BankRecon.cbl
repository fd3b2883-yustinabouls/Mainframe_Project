       file-control.

           select bank-deposit-file
               assign to ws-bank-deposit-name
               organization is line sequential
               file status is ws-bankdep-status.

               file status is ws-bankack-status.

           select pending-file
               assign to ws-pending-name
               organization is line sequential
               file status is ws-pending-status.

           select recon-report-file
               assign to ws-recon-report-name
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
             "../../../data/BANKPEND.dat".
         05 ws-recon-report-name pic x(48) value
             "../../../data/BankRecon.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-bankdep-status pic xx.
       01 ws-bankdep-eof pic x value "n".
       01 ws-pending-status pic xx.
       01 ws-pending-eof pic x value "n".

      *Batch journal row handed to 095-write-batch-journal: A a
      *row added, X a row taken off the file
       01 ws-batchjrnl-status pic xx.
       01 ws-bj-file-id pic x(8).
       01 ws-bj-action pic x.
       01 ws-bj-before pic x(105).
       01 ws-bj-after pic x(105).

      *Run-control batch stamp, read from RUNCTL.dat at startup -
      *the status page reads it back to tell this run's verdict
      *from a stale one, the same way it does for Reconcile
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Every deposit under reconciliation: the carried-forward
      *pending ones first, then tonight's transmission, deduped on
       01 ws-dp-sub pic 9(4).
       01 ws-dp-found-sub pic 9(4).

      *The pending rows as loaded, so the rewrite can journal the
      *rows it adds and the ones that have cleared
       77 ws-max-loaded-pending pic 9(4) value 2000.
       01 ws-num-loaded-pending pic 9(4) value 0.
       01 ws-loaded-pending-table.
         05 ws-loaded-pending-entry occurs 2000 times.
           10 ws-lp-image pic x(61).
           10 ws-lp-kept-flag pic x.
       01 ws-lp-sub pic 9(4).
       01 ws-lp-found-sub pic 9(4).

      *The bank's acknowledgments
       77 ws-max-acks pic 9(4) value 2000.
       01 ws-num-acks pic 9(4) value 0.
           perform 120-load-acks.

           open output recon-report-file.
           perform 067-open-batch-journal.

           perform 150-print-headings.

           perform 500-print-verdict.

           close recon-report-file.
           close batch-journal-file.

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
           move "../../../dryrun/BANKDEP.dat" to ws-bank-deposit-name.
           move "../../../dryrun/BANKPEND.dat" to ws-pending-name.
           move "../../../dryrun/BankRecon.out" to ws-recon-report-name.
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
                           move pending-rec to bank-deposit-rec
                           perform 130-add-one-deposit
                   end-read
             until ws-dp-sub > ws-num-deposits

               if ws-dp-outcome(ws-dp-sub) not = "M" then
                   move ws-dp-record(ws-dp-sub) to pending-rec
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
               move "BANKPEND" to ws-bj-file-id
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
                   move "BANKPEND" to ws-bj-file-id
                   move "X" to ws-bj-action
                   move ws-lp-image(ws-lp-sub) to ws-bj-before
                   move spaces to ws-bj-after
                   perform 095-write-batch-journal
               end-if
           end-perform.

       500-print-verdict.

           move ws-carried-counter to ws-cf-count.
