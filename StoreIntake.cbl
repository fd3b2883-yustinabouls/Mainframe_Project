               file status is ws-drop-status.

           select edit-stream-file
               assign to ws-edit-stream-name
               organization is line sequential.

           select store-master-file
               file status is ws-storemast-status.

           select intake-report-file
               assign to ws-intake-report-name
               organization is line sequential.

           select run-control-file

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
         05 ws-edit-stream-name pic x(48) value
             "../../../data/project8.dat".
         05 ws-intake-report-name pic x(48) value
             "../../../data/IntakeReport.out".

      *End of file flags and file statuses
       01 ws-drop-status pic xx.
       01 ws-drop-eof pic x value "n".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Store table, loaded from STOREMAST.dat like the other
      *programs
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
           move "../../../dryrun/project8.dat" to ws-edit-stream-name.
           move "../../../dryrun/IntakeReport.out"
             to ws-intake-report-name.

       050-load-store-master.

           open input store-master-file.
