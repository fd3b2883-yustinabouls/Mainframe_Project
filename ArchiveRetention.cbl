       date-written. 2026-09-02.
      *Program Description: The ARCHIVE RETENTION program keeps the
      * append-forever files from outgrowing the programs that read
      * them. Audit lines, fully-settled sales/layaway history,
      * completed batch-log rows, and batch journal rows older than
      * the configurable number of days on RETAIN.dat are rolled
      * onto the cumulative archive files (AUDITARCH.dat,
      * SALESARCH.dat, BATCHARCH.dat, JRNLARCH.dat - every archived
      * record already carries its own date, so the archive stays
      * queryable by date) and the live files are rewritten
      * with only the recent records. A layaway stays live however
      * old it is until LAYAWAY.dat shows it closed, so an open
      * balance can always be matched back to its original record.
       file-control.

           select audit-log-file
               assign to ws-audit-log-name
               organization is line sequential
               file status is ws-auditlog-status.

           select audit-archive-file
               assign to ws-audit-archive-name
               organization is line sequential
               file status is ws-auditarch-status.

           select audit-work-file
               assign to ws-audit-work-name
               organization is line sequential.

           select saleslayaway-file
               assign to ws-saleslayaway-name
               organization is line sequential
               file status is ws-sl-status.

           select sales-archive-file
               assign to ws-sales-archive-name
               organization is line sequential
               file status is ws-salesarch-status.

           select sales-work-file
               assign to ws-sales-work-name
               organization is line sequential.

      *The keyed sales index is rebuilt from the retained history
      *after the roll, so it never answers for a sale that moved
      *to the archive
           select optional sales-history-idx
               assign to ws-sales-history-idx-name
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-salesidx-status.

           select batch-log-file
               assign to ws-batch-log-name
               organization is line sequential
               file status is ws-batchlog-status.

           select batch-archive-file
               assign to ws-batch-archive-name
               organization is line sequential
               file status is ws-batcharch-status.

           select batch-work-file
               assign to ws-batch-work-name
               organization is line sequential.

      *A batch past the window has had its history lines archived,
      *so it can no longer be backed out and its journal rows roll
      *off the same way
           select batch-journal-file
               assign to ws-batch-journal-name
               organization is line sequential
               file status is ws-batchjrnl-status.

           select journal-archive-file
               assign to ws-journal-archive-name
               organization is line sequential
               file status is ws-jrnlarch-status.

           select journal-work-file
               assign to ws-journal-work-name
               organization is line sequential.

           select layaway-master-file
               assign to ws-layaway-master-name
               organization is line sequential
               file status is ws-layaway-status.

               file status is ws-retain-status.

           select archive-report-file
               assign to ws-archive-report-name
               organization is line sequential.

           select run-control-file

       fd sales-history-idx
           data record is sales-index-rec
           record contains 33 characters.

       01 sales-index-rec.
         05 sx-key.
         05 sx-transaction-code pic x.
         05 sx-transaction-amount pic 9(5)v99.
         05 sx-transaction-date pic 9(8).
         05 sx-payment-type pic xx.
         05 sx-cashier-id pic x(4).

       fd batch-log-file
           data record is batch-log-rec
           record contains 13 characters.

       01 batch-log-rec.
         05 bl-batch-number pic 9(4).
         05 bl-batch-date pic 9(8).
         05 bl-status pic x.

       fd batch-archive-file
           data record is batch-archive-rec
           record contains 13 characters.

       01 batch-archive-rec pic x(13).

       fd batch-work-file
           data record is batch-work-rec
           record contains 13 characters.

       01 batch-work-rec pic x(13).

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

       fd journal-archive-file
           data record is journal-archive-rec
           record contains 231 characters.

       01 journal-archive-rec pic x(231).

       fd journal-work-file
           data record is journal-work-rec
           record contains 231 characters.

       01 journal-work-rec pic x(231).

       fd layaway-master-file
           data record is layaway-rec

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
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-audit-archive-name pic x(48) value
             "../../../data/AUDITARCH.dat".
         05 ws-audit-work-name pic x(48) value
             "../../../data/AuditLog.tmp".
         05 ws-saleslayaway-name pic x(48) value
             "../../../data/saleslayaway-project8.dat".
         05 ws-sales-archive-name pic x(48) value
             "../../../data/SALESARCH.dat".
         05 ws-sales-work-name pic x(48) value
             "../../../data/saleslayaway.tmp".
         05 ws-sales-history-idx-name pic x(48) value
             "../../../data/SALEIDX.dat".
         05 ws-batch-log-name pic x(48) value
             "../../../data/BATCHLOG.dat".
         05 ws-batch-archive-name pic x(48) value
             "../../../data/BATCHARCH.dat".
         05 ws-batch-work-name pic x(48) value
             "../../../data/BATCHLOG.tmp".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".
         05 ws-journal-archive-name pic x(48) value
             "../../../data/JRNLARCH.dat".
         05 ws-journal-work-name pic x(48) value
             "../../../data/BATCHJRNL.tmp".
         05 ws-layaway-master-name pic x(48) value
             "../../../data/LAYAWAY.dat".
         05 ws-archive-report-name pic x(48) value
             "../../../data/ArchiveRetention.out".

      *End of file flags and file statuses
       01 ws-auditlog-status pic xx.
       01 ws-auditlog-eof pic x value "n".
       01 ws-batchlog-eof pic x value "n".
       01 ws-batcharch-status pic xx.
       01 ws-batchwork-eof pic x value "n".
       01 ws-batchjrnl-status pic xx.
       01 ws-batchjrnl-eof pic x value "n".
       01 ws-jrnlarch-status pic xx.
       01 ws-jrnlwork-eof pic x value "n".
       01 ws-layaway-status pic xx.
       01 ws-layaway-eof pic x value "n".
       01 ws-retain-status pic xx.
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Days of history kept live; RETAIN.dat overrides the default
       77 ws-retain-days pic 9(4) value 365.
         05 ws-sales-retained pic 9(7) value 0.
         05 ws-batch-archived pic 9(7) value 0.
         05 ws-batch-retained pic 9(7) value 0.
         05 ws-jrnl-archived pic 9(7) value 0.
         05 ws-jrnl-retained pic 9(7) value 0.

      *Report lines
       01 ws-report-title-line1.
           perform 200-archive-audit-trail.
           perform 300-archive-sales-history.
           perform 400-archive-batch-log.
           perform 450-archive-batch-journal.

           perform 500-print-summary.

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
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/AUDITARCH.dat"
             to ws-audit-archive-name.
           move "../../../dryrun/AuditLog.tmp" to ws-audit-work-name.
           move "../../../dryrun/saleslayaway-project8.dat"
             to ws-saleslayaway-name.
           move "../../../dryrun/SALESARCH.dat"
             to ws-sales-archive-name.
           move "../../../dryrun/saleslayaway.tmp"
             to ws-sales-work-name.
           move "../../../dryrun/SALEIDX.dat"
             to ws-sales-history-idx-name.
           move "../../../dryrun/BATCHLOG.dat" to ws-batch-log-name.
           move "../../../dryrun/BATCHARCH.dat"
             to ws-batch-archive-name.
           move "../../../dryrun/BATCHLOG.tmp" to ws-batch-work-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.
           move "../../../dryrun/JRNLARCH.dat"
             to ws-journal-archive-name.
           move "../../../dryrun/BATCHJRNL.tmp" to ws-journal-work-name.
           move "../../../dryrun/LAYAWAY.dat" to ws-layaway-master-name.
           move "../../../dryrun/ArchiveRetention.out"
             to ws-archive-report-name.

       050-load-retain-control.

           open input retain-control-file.
                             to sx-transaction-amount
                           move sl-transaction-date
                             to sx-transaction-date
                           move sl-payment-type to sx-payment-type
                           move sl-cashier-id to sx-cashier-id
                           write sales-index-rec
                               invalid key
                                   continue
           close batch-work-file.
           close batch-log-file.

      *    Streams the batch journal the same way, aged by the
      *    batch date on each row
       450-archive-batch-journal.

           open input batch-journal-file.

           if ws-batchjrnl-status = "00" then

               perform 460-open-journal-archive
               open output journal-work-file

               perform until ws-batchjrnl-eof = "y"

                   read batch-journal-file
                       at end
                           move "y" to ws-batchjrnl-eof
                       not at end
                           perform 470-route-journal-row
                   end-read

               end-perform

               close batch-journal-file
               close journal-archive-file
               close journal-work-file

               perform 480-rewrite-journal-live

           end-if.

       460-open-journal-archive.

           open extend journal-archive-file.

           if ws-jrnlarch-status not = "00" then
               open output journal-archive-file
           end-if.

       470-route-journal-row.

           move bj-batch-date to ws-rec-date.
           perform 070-age-record.

           if ws-archive-flag = "Y" then
               write journal-archive-rec from batch-journal-rec
               add 1 to ws-jrnl-archived
           else
               write journal-work-rec from batch-journal-rec
               add 1 to ws-jrnl-retained
           end-if.

       480-rewrite-journal-live.

           move "n" to ws-jrnlwork-eof.

           open input journal-work-file.
           open output batch-journal-file.

           perform until ws-jrnlwork-eof = "y"

               read journal-work-file
                   at end
                       move "y" to ws-jrnlwork-eof
                   not at end
                       write batch-journal-rec from journal-work-rec
               end-read

           end-perform.

           close journal-work-file.
           close batch-journal-file.

       500-print-summary.

           move "AuditLog.out" to ws-fs-name.
           write report-line from ws-file-summary-line
             after advancing 1 line.

           move "BATCHJRNL.dat" to ws-fs-name.
           move ws-jrnl-archived to ws-fs-archived.
           move ws-jrnl-retained to ws-fs-retained.
           write report-line from ws-file-summary-line
             after advancing 1 line.

       end program ArchiveRetention.
