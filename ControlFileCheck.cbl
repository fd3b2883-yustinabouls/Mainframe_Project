               file status is ws-payment-status.

           select check-report-file
               assign to ws-check-report-name
               organization is line sequential.
      *
       data division.

       fd run-control-file
           data record is run-control-rec
           record contains 13 characters.

      *Run mode D asks for a dry run - JobDriver sends the
      *chain's output to the dry-run area instead of the live
      *files
       01 run-control-rec.
         05 rc-batch-date pic x(8).
         05 rc-batch-number pic x(4).
         05 rc-run-mode pic x.

       fd payment-file
           data record is payment-rec

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-check-report-name pic x(48) value
             "../../../data/ControlFileCheck.out".

      *End of file flags and file statuses
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
         05 ws-fl-message pic x(40).
         05 filler pic x(7) value spaces.

       01 ws-dry-run-line.
         05 filler pic x(80) value "** DRY RUN - NOT LIVE **".

       01 ws-clean-line.
         05 filler pic x(80) value
           "All control files check clean.".
       procedure division.
       000-main.

      *    The run mode decides where the report goes, so it is
      *    read ahead of the open
           perform 045-load-run-mode.

           open output check-report-file.

           write report-line from ws-report-title-line2
           write report-line from ws-report-title-line2
             after advancing 1 line.

           if ws-dry-run-flag = "Y" then
               write report-line from ws-dry-run-line
                 after advancing 1 line
           end-if.

           perform 100-check-store-master.
           perform 200-check-product-master.
           perform 300-check-tax-rates.

           goback.

      *    Picks up the run mode off RUNCTL.dat; the rest of the
      *    row is checked with the other control files at 700
       045-load-run-mode.

           open input run-control-file.

           if ws-runctl-status = "00" then

               read run-control-file
                   not at end
                       if rc-run-mode = "D" then
                           move "Y" to ws-dry-run-flag
                       end-if
               end-read

               close run-control-file

           end-if.

           if ws-dry-run-flag = "Y" then
               move "../../../dryrun/ControlFileCheck.out"
                 to ws-check-report-name
           end-if.

      *    Writes one finding and counts it - the file name,
      *    record number, and message were set by the caller
       050-write-finding.
               end-if
           end-if.

           if rc-run-mode not = space and rc-run-mode not = "D" then
               move "RUN MODE NOT BLANK OR D" to ws-fl-message
               perform 050-write-finding
           end-if.

      *    The layaway payments: numeric amounts and real dates,
      *    and a store that exists
       800-check-payments.
