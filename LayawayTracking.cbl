       file-control.

           select saleslayaway-file
               assign to ws-saleslayaway-name
               organization is line sequential
               file status is ws-sl-status.

      *after this program and posts onto its ledger like any other
      *memo
           select credit-memo-data-file
               assign to ws-credit-memo-data-name
               organization is line sequential
               file status is ws-credmemo-status.

           select layaway-master-file
               assign to ws-layaway-master-name
               organization is line sequential
               file status is ws-layaway-status.

           select layaway-backup-file
               assign to ws-layaway-backup-name
               organization is line sequential.

           select layaway-report-file
               assign to ws-layaway-report-name
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
      *Plain-figure interface rows for the general ledger posting,
      *appended to the file DataSplitandCount opened this run
           select gl-daily-file
               assign to ws-gl-daily-name
               organization is line sequential
               file status is ws-gldaily-status.
      *

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

       fd layaway-report-file
           data record is report-line
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
         05 ws-saleslayaway-name pic x(48) value
             "../../../data/saleslayaway-project8.dat".
         05 ws-credit-memo-data-name pic x(48) value
             "../../../data/creditmemo-project8.dat".
         05 ws-layaway-master-name pic x(48) value
             "../../../data/LAYAWAY.dat".
         05 ws-layaway-backup-name pic x(48) value
             "../../../data/LAYAWAY.bak".
         05 ws-layaway-report-name pic x(48) value
             "../../../data/LayawayReport.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".

      *End of file flags and file statuses
       01 ws-sl-status pic xx.
       01 ws-sl-eof pic x value "n".
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
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(35) value spaces.

      *The run date anchors the age column and the overdue flag
       01 ws-today pic 9(8).

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output layaway-report-file.


           close layaway-report-file.
           close audit-log-file.
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
           move "../../../dryrun/saleslayaway-project8.dat"
             to ws-saleslayaway-name.
           move "../../../dryrun/creditmemo-project8.dat"
             to ws-credit-memo-data-name.
           move "../../../dryrun/LAYAWAY.dat" to ws-layaway-master-name.
           move "../../../dryrun/LAYAWAY.bak" to ws-layaway-backup-name.
           move "../../../dryrun/LayawayReport.out"
             to ws-layaway-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.

       047-load-forfeit-control.

           open input forfeit-control-file.
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
               move 0 to ws-la-paid(ws-num-layaway)
               move "O" to ws-la-status(ws-num-layaway)

               move "LAYAWAY" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move ws-layaway-entry(ws-num-layaway) to ws-bj-after
               perform 095-write-batch-journal

               add 1 to ws-opened-counter

               move sl-invoice-number to ws-al-invoice

               else

                   move ws-layaway-entry(ws-la-found-sub)
                     to ws-bj-before

                   add pm-amount to ws-la-paid(ws-la-found-sub)
                   add 1 to ws-payment-counter
                   add pm-amount to ws-payment-amount
                       perform 090-write-audit-log
                   end-if

                   move "LAYAWAY" to ws-bj-file-id
                   move "C" to ws-bj-action
                   move ws-layaway-entry(ws-la-found-sub)
                     to ws-bj-after
                   perform 095-write-batch-journal

               end-if

           end-if.
      *    the trail
       340-cancel-one-layaway.

           move ws-layaway-entry(ws-la-found-sub) to ws-bj-before.

           move "X" to ws-la-status(ws-la-found-sub).

           move "LAYAWAY" to ws-bj-file-id.
           move "C" to ws-bj-action.
           move ws-layaway-entry(ws-la-found-sub) to ws-bj-after.
           perform 095-write-batch-journal.

           compute ws-forfeit-fee rounded =
             ws-la-paid(ws-la-found-sub)
             * ws-forfeit-pct / 100.
