      * the morning file-opening ritual with one page. It pulls the
      * verdicts out of Errors.out, JobDriver.out, Reconcile.out,
      * ReturnException.out, and the over-refund section of
      * ReturnsReport.out, as well as the bank deposit and GL
      * sub-ledger tie-out verdicts, prints record counts and a
      * pass/fail per check, and closes with a single CLEAN /
      * REVIEW / FAILED banner a night operator can read at a
      * glance.

       environment division.
       input-output section.
       file-control.

           select errors-file
               assign to ws-errors-name
               organization is line sequential
               file status is ws-errors-status.

           select driver-log-file
               assign to ws-driver-log-name
               organization is line sequential
               file status is ws-driver-status.

           select reconcile-file
               assign to ws-reconcile-name
               organization is line sequential
               file status is ws-reconcile-status.

           select return-exception-file
               assign to ws-return-exception-name
               organization is line sequential
               file status is ws-retexc-status.

           select returns-report-file
               assign to ws-returns-report-name
               organization is line sequential
               file status is ws-retrep-status.

           select bank-recon-file
               assign to ws-bank-recon-name
               organization is line sequential
               file status is ws-bankrec-status.

           select gl-tie-file
               assign to ws-gl-tie-name
               organization is line sequential
               file status is ws-gltie-status.

           select status-report-file
               assign to ws-status-report-name
               organization is line sequential.

           select run-control-file

       01 bank-recon-line pic x(80).

       fd gl-tie-file
           data record is gl-tie-line
           record contains 80 characters.

       01 gl-tie-line pic x(80).

       fd status-report-file
           data record is status-line
           record contains 80 characters.

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
         05 ws-driver-log-name pic x(48) value
             "../../../data/JobDriver.out".
         05 ws-reconcile-name pic x(48) value
             "../../../data/Reconcile.out".
         05 ws-return-exception-name pic x(48) value
             "../../../data/ReturnException.out".
         05 ws-returns-report-name pic x(48) value
             "../../../data/ReturnsReport.out".
         05 ws-bank-recon-name pic x(48) value
             "../../../data/BankRecon.out".
         05 ws-gl-tie-name pic x(48) value
             "../../../data/GLTieOut.out".
         05 ws-status-report-name pic x(48) value
             "../../../data/EODStatus.out".

      *End of file flags and file statuses
       01 ws-errors-status pic xx.
       01 ws-errors-eof pic x value "n".
       01 ws-retrep-eof pic x value "n".
       01 ws-bankrec-status pic xx.
       01 ws-bankrec-eof pic x value "n".
       01 ws-gltie-status pic xx.
       01 ws-gltie-eof pic x value "n".

      *Run-control batch stamp, read from RUNCTL.dat at startup
       01 ws-runctl-status pic xx.
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *What the night's files said
       01 ws-findings.
           88 bankrec-exception-88 value "E".
           88 bankrec-unknown-88 value "?".
         05 ws-bankrec-batch pic 9(4) value 0.
         05 ws-gltie-verdict pic x value "?".
           88 gltie-ok-88 value "O".
           88 gltie-exception-88 value "E".
           88 gltie-unknown-88 value "?".
         05 ws-gltie-batch pic 9(4) value 0.
         05 ws-gltie-count pic 9(3) value 0.

      *Edited copy of a check's count, so the check line reads
      *"    1 stores over threshold" instead of zero-filled digits
           perform 400-read-return-exceptions.
           perform 500-read-overrefunds.
           perform 550-read-bank-recon.
           perform 560-read-gl-tie-out.

      *    Writes the one-page status
           perform 600-write-status-report.
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
           move "../../../dryrun/JobDriver.out" to ws-driver-log-name.
           move "../../../dryrun/Reconcile.out" to ws-reconcile-name.
           move "../../../dryrun/ReturnException.out"
             to ws-return-exception-name.
           move "../../../dryrun/ReturnsReport.out"
             to ws-returns-report-name.
           move "../../../dryrun/BankRecon.out" to ws-bank-recon-name.
           move "../../../dryrun/GLTieOut.out" to ws-gl-tie-name.
           move "../../../dryrun/EODStatus.out"
             to ws-status-report-name.

      *    Pulls the record counts off the bottom of the Errors
      *    report, the same lines JobDriver and Reconcile read
       100-read-errors-report.

           end-if.

      *    Reads the GL sub-ledger tie-out's verdict, counting the
      *    sub-ledgers it found out of tie, with the same batch-stamp
      *    staleness guard
       560-read-gl-tie-out.

           open input gl-tie-file.

           if ws-gltie-status = "00" then

               perform until ws-gltie-eof = "y"

                   read gl-tie-file
                       at end
                           move "y" to ws-gltie-eof
                       not at end
                           if gl-tie-line(1:6) = "BATCH " then
                               move gl-tie-line(7:4)
                                 to ws-gltie-batch
                           end-if
                           if gl-tie-line(1:8) = "OK: all " then
                               move "O" to ws-gltie-verdict
                           end-if
                           if gl-tie-line(1:21) =
                             "EXCEPTION: OUT OF TIE" then
                               move "E" to ws-gltie-verdict
                               add 1 to ws-gltie-count
                           end-if
                   end-read

               end-perform

               close gl-tie-file

           end-if.

       600-write-status-report.

           open output status-report-file.
           end-if.
           perform 610-write-check-line.

      *    Check 8: do the liability accounts still agree with the
      *    gift card, credit memo, and layaway sub-ledgers
           move "GL SUB-LEDGER TIE-OUT" to ws-ck-name.
           if ws-gltie-status not = "00" then
               move "GLTieOut.out not found" to ws-ck-result
               move "REVIEW" to ws-ck-verdict
               move "Y" to ws-review-flag
           else
               if ws-gltie-batch not = ws-batch-number then
                   move "stale - from another batch"
                     to ws-ck-result
                   move "REVIEW" to ws-ck-verdict
                   move "Y" to ws-review-flag
               else
               if gltie-ok-88 then
                   move "all sub-ledgers in tie" to ws-ck-result
                   move "PASS" to ws-ck-verdict
               else
                   if gltie-exception-88 then
                       move spaces to ws-ck-result
                       move ws-gltie-count to ws-ck-count-disp
                       move ws-ck-count-disp to ws-ck-result(1:5)
                       move "sub-ledgers out of tie"
                         to ws-ck-result(7:22)
                       move "REVIEW" to ws-ck-verdict
                       move "Y" to ws-review-flag
                   else
                       move "no verdict on file" to ws-ck-result
                       move "REVIEW" to ws-ck-verdict
                       move "Y" to ws-review-flag
                   end-if
               end-if
               end-if
           end-if.
           perform 610-write-check-line.

      *    Check 6: business days the calendar expected a batch for
      *    that never ran - "day missed" the morning after, not a
      *    week later
