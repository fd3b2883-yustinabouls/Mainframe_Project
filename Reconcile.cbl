      *Program Description: The RECONCILE program is a balancing step
      * run after DataSplitandCount. It compares the valid-record
      * count Edit wrote to Errors.out against the sum of the S, L,
      * R, X, C, G, T, and K counts DataSplitandCount wrote to
      * CountsandControls.out, and writes an exception message to
      * Reconcile.out if they don't match.

       file-control.

           select errors-file
               assign to ws-errors-name
               organization is line sequential.

           select counts-file
               assign to ws-counts-name
               organization is line sequential.

           select reconcile-file
               assign to ws-reconcile-name
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
         05 ws-errors-name pic x(48) value
             "../../../data/Errors.out".
         05 ws-counts-name pic x(48) value
             "../../../data/CountsandControls.out".
         05 ws-reconcile-name pic x(48) value
             "../../../data/Reconcile.out".

      *End of file flags
       01 ws-errors-eof pic x value "n".
       01 ws-counts-eof pic x value "n".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Counts parsed out of the two report files
       01 ws-calcs.
         05 ws-c-count pic 9(7) value 0.
         05 ws-g-count pic 9(7) value 0.
         05 ws-t-count pic 9(7) value 0.
         05 ws-k-count pic 9(7) value 0.
         05 ws-pipeline-count pic 9(7) value 0.

      *Reconciliation message lines
       01 ws-recon-ok-line.
         05 filler pic x(10) value "OK: valid ".
         05 ws-ok-valid pic z(6)9.
         05 filler pic x(22) value " = S+L+R+X+C+G+T+K of ".
         05 ws-ok-pipeline pic z(6)9.
         05 filler pic x(34) value spaces.

       01 ws-recon-mismatch-line.
         05 filler pic x(41) value
                   "EXCEPTION: RECORD COUNT MISMATCH - valid=".
         05 ws-mm-valid pic z(6)9.
         05 filler pic x(1) value spaces.
         05 filler pic x(22) value "S+L+R+X+C+G+T+K total=".
         05 ws-mm-pipeline pic z(6)9.
         05 filler pic x(2) value spaces.

       procedure division.
       000-main.
                         "Total number of T records  " then
                           move counts-line(30:7) to ws-t-count
                       end-if
                       if counts-line(1:27) =
                         "Total number of K records  " then
                           move counts-line(30:7) to ws-k-count
                       end-if
               end-read

           end-perform

           close counts-file.

      *    Edit treats S, L, R, X, C, G, T, and K transaction codes
      *    as all fully valid, so the reconciled pipeline total has
      *    to cover all eight, not just S+L+R, or every batch
      *    containing an exchange, credit memo, gift card issuance,
      *    split-tender detail line, or check detail line reports a
      *    false mismatch
           compute ws-pipeline-count =
             ws-s-count + ws-l-count + ws-r-count
             + ws-x-count + ws-c-count + ws-g-count
             + ws-t-count + ws-k-count.

           open output reconcile-file.

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
           move "../../../dryrun/Errors.out" to ws-errors-name.
           move "../../../dryrun/CountsandControls.out"
             to ws-counts-name.
           move "../../../dryrun/Reconcile.out" to ws-reconcile-name.

       end program Reconcile.
