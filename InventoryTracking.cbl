       file-control.

           select valid-data-file
               assign to ws-valid-data-name
               organization is line sequential
               file status is ws-valid-status.

           select movement-file
               assign to ws-movement-name
               organization is line sequential
               file status is ws-movement-status.

           select onhand-master-file
               assign to ws-onhand-master-name
               organization is line sequential
               file status is ws-onhand-status.

           select onhand-backup-file
               assign to ws-onhand-backup-name
               organization is line sequential.

           select onhand-report-file
               assign to ws-onhand-report-name
               organization is line sequential.

           select product-master-file
               file status is ws-prodmast-status.

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
         05 in-cashier-id pic x(4).

      *One movement per line: a positive quantity is a receiving,
      *a negative one is a write-off or correction. The movement
      *code says where it came from - R a vendor receipt, A a count
      *adjustment, T a hand-keyed transfer, W a write-off - and
      *every code moves the on-hand alike
       fd movement-file
           data record is movement-rec
           record contains 32 characters.

       01 movement-rec.
         05 mv-store-number pic xx.
         05 mv-sku-code pic x(15).
         05 mv-quantity pic s9(5) sign leading separate.
         05 mv-date pic 9(8).
         05 mv-movement-code pic x.
           88 mv-receipt-88 value "R".
           88 mv-count-adjustment-88 value "A".
           88 mv-transfer-88 value "T".
           88 mv-write-off-88 value "W".

       fd onhand-master-file
           data record is onhand-rec

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
         05 ws-valid-data-name pic x(48) value
             "../../../data/valid-project8.dat".
         05 ws-movement-name pic x(48) value
             "../../../data/INVMOVE.dat".
         05 ws-onhand-master-name pic x(48) value
             "../../../data/ONHAND.dat".
         05 ws-onhand-backup-name pic x(48) value
             "../../../data/ONHAND.bak".
         05 ws-onhand-report-name pic x(48) value
             "../../../data/OnHandReport.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-valid-status pic xx.
       01 ws-valid-eof pic x value "n".
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
         05 filler pic x(25) value spaces.

      *The in-memory on-hand master: loaded from ONHAND.dat at
      *startup, moved by the day's transactions and movements, and
           10 ws-oh-qty pic s9(7).
       01 ws-oh-sub pic 9(5).
       01 ws-oh-found-sub pic 9(5) value 0.
       01 ws-oh-change pic s9(7).

      *Sort and binary-search work fields for the on-hand master
       01 ws-oh-sorted-count pic 9(5) value 0.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output onhand-report-file.


           close onhand-report-file.
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
           move "../../../dryrun/valid-project8.dat"
             to ws-valid-data-name.
           move "../../../dryrun/INVMOVE.dat" to ws-movement-name.
           move "../../../dryrun/ONHAND.dat" to ws-onhand-master-name.
           move "../../../dryrun/ONHAND.bak" to ws-onhand-backup-name.
           move "../../../dryrun/OnHandReport.out"
             to ws-onhand-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

       050-load-product-master.

           open input product-master-file.
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

      *    The on-hand journal row carries the units applied, not
      *    the resulting count, so a backout can take them off
      *    whatever has happened to the position since
       097-journal-onhand-change.

           move "ONHAND" to ws-bj-file-id.
           move "D" to ws-bj-action.
           move spaces to ws-bj-before.
           move ws-oh-store(ws-oh-found-sub) to oh-store-number.
           move ws-oh-sku(ws-oh-found-sub) to oh-sku-code.
           move ws-oh-change to oh-quantity.
           move onhand-rec to ws-bj-after.
           perform 095-write-batch-journal.

       100-print-headings.

           write report-line from ws-report-title-line2
                   if in-transaction-code = "R" then
                       add 1 to ws-oh-qty(ws-oh-found-sub)
                       add 1 to ws-returned-counter
                       move 1 to ws-oh-change
                   else
                       subtract 1 from ws-oh-qty(ws-oh-found-sub)
                       add 1 to ws-sold-counter
                       move -1 to ws-oh-change
                   end-if

                   perform 097-journal-onhand-change

               end-if

           end-if.
               add 1 to ws-movement-counter
               add mv-quantity to ws-movement-units

               move mv-quantity to ws-oh-change
               perform 097-journal-onhand-change

               move mv-sku-code(1:9) to ws-al-invoice
               move mv-store-number to ws-al-store
               move "MOVEMENT APPLIED" to ws-al-disposition
