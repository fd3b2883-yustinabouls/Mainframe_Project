       file-control.

           select gl-daily-file
               assign to ws-gl-daily-name
               organization is line sequential
               file status is ws-gldaily-status.

               file status is ws-acctmap-status.

           select journal-file
               assign to ws-journal-name
               organization is line sequential.

           select posting-report-file
               assign to ws-posting-report-name
               organization is line sequential.

      *The released figures are kept on the batch journal, so
      *BatchBackout can post their reversal
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
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".
         05 ws-journal-name pic x(48) value
             "../../../data/GLJOURNAL.dat".
         05 ws-posting-report-name pic x(48) value
             "../../../data/GLPosting.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-gldaily-status pic xx.
       01 ws-gldaily-eof pic x value "n".
       01 ws-acctmap-status pic xx.
       01 ws-acctmap-eof pic x value "n".
       01 ws-batchjrnl-status pic xx.
       01 ws-batchjrnl-eof pic x value "n".
       01 ws-journaled-flag pic x value "N".

      *The reversing figures a backout left on the batch journal
      *(action R), compared against GLDAILY.dat to recognise the
      *release of the reversal itself
       77 ws-max-reversal pic 999 value 200.
       01 ws-num-reversal pic 999 value 0.
       01 ws-reversal-table.
         05 ws-reversal-image pic x(21) occurs 200 times.
       01 ws-rv-sub pic 999.
       01 ws-reversal-match-flag pic x value "N".

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report heading and every journal line
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Account map table, loaded from GLACCTMAP.dat at startup
       01 ws-num-maps pic 99 value 0.
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
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.
           move "../../../dryrun/GLJOURNAL.dat" to ws-journal-name.
           move "../../../dryrun/GLPosting.out"
             to ws-posting-report-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

       050-load-account-map.

           open input account-map-file.
                   write report-line from ws-released-line
                     after advancing 1 line

                   perform 400-journal-released-figures

               end-if

           end-if.

           close journal-file.

      *    Keeps the released figures on the batch journal. Only
      *    the batch's first release is kept - a later release
      *    under the same stamp (a rerun) must not be reversed
      *    again. A batch BatchBackout has reversed has no A rows
      *    left, only the R rows it posted; a release of exactly
      *    those figures is the reversal going through and is not
      *    kept either, while anything else is the rerun batch
       400-journal-released-figures.

           open input batch-journal-file.

           if ws-batchjrnl-status = "00" then

               perform until ws-batchjrnl-eof = "y"

                   read batch-journal-file
                       at end
                           move "y" to ws-batchjrnl-eof
                       not at end
                           if bj-batch-number = ws-batch-number and
                             bj-file-id = "GLDAILY" then
                               if bj-action = "R" then
                                   if ws-num-reversal <
                                     ws-max-reversal then
                                       add 1 to ws-num-reversal
                                       move bj-after-image(1:21)
                                         to ws-reversal-image
                                         (ws-num-reversal)
                                   end-if
                               else
                                   move "Y" to ws-journaled-flag
                               end-if
                           end-if
                   end-read

               end-perform

               close batch-journal-file

           end-if.

           if ws-journaled-flag = "N" and ws-num-reversal > 0 then
               perform 410-match-reversal
               if ws-reversal-match-flag = "Y" then
                   move "Y" to ws-journaled-flag
               end-if
           end-if.

           if ws-journaled-flag = "N" then

               open extend batch-journal-file

               if ws-batchjrnl-status not = "00" then
                   open output batch-journal-file
               end-if

               move "n" to ws-gldaily-eof
               open input gl-daily-file

               perform until ws-gldaily-eof = "y"

                   read gl-daily-file
                       at end
                           move "y" to ws-gldaily-eof
                       not at end
                           move spaces to batch-journal-rec
                           move ws-batch-number to bj-batch-number
                           move ws-batch-date to bj-batch-date
                           move "GLDAILY" to bj-file-id
                           move "A" to bj-action
                           move gl-daily-rec to bj-after-image
                           write batch-journal-rec
                   end-read

               end-perform

               close gl-daily-file
               close batch-journal-file

           end-if.

      *    Compares GLDAILY.dat row for row with the reversing
      *    figures the backout posted
       410-match-reversal.

           move "Y" to ws-reversal-match-flag.
           move 0 to ws-rv-sub.
           move "n" to ws-gldaily-eof.

           open input gl-daily-file.

           perform until ws-gldaily-eof = "y"

               read gl-daily-file
                   at end
                       move "y" to ws-gldaily-eof
                   not at end
                       add 1 to ws-rv-sub
                       if ws-rv-sub > ws-num-reversal then
                           move "N" to ws-reversal-match-flag
                       else
                           if gl-daily-rec not =
                             ws-reversal-image(ws-rv-sub) then
                               move "N" to ws-reversal-match-flag
                           end-if
                       end-if
               end-read

           end-perform.

           close gl-daily-file.

           if ws-rv-sub not = ws-num-reversal then
               move "N" to ws-reversal-match-flag
           end-if.

       end program GLPosting.
