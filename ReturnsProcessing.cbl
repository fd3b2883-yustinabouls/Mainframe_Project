       file-control.

           select raw-return-file
               assign to ws-raw-return-name
               organization is line sequential.

      *    Sorted by store number, so the detail report can print a
      *    store subtotal on each control break
           select input-file
               assign to ws-input-name
               organization is line sequential.

           select sort-work-file
               assign to ws-sort-work-name.

           select output-file
               assign to ws-output-name
               organization is line sequential.

           select tax-rate-file
               file status is ws-taxrate-status.

           select audit-log-file
               assign to ws-audit-log-name
               organization is line sequential
               file status is ws-auditlog-status.

      *history file - one read per return instead of loading the
      *whole, ever-growing history into memory every night
           select sales-history-idx
               assign to ws-sales-history-idx-name
               organization is indexed
               access is random
               record key is sx-key
               file status is ws-reasonmast-status.

           select tax-remit-file
               assign to ws-tax-remit-name
               organization is line sequential.

           select product-master-file
      *Fixed-layout chargeback extract sent to vendors for credit
      *on defective returns, one row per vendor and SKU
           select vendor-chargeback-file
               assign to ws-vendor-chargeback-name
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

       fd audit-log-file
           data record is audit-log-rec

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

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-raw-return-name pic x(48) value
             "../../../data/return-project8.dat".
         05 ws-input-name pic x(48) value
             "../../../data/return-project8-sorted.dat".
         05 ws-sort-work-name pic x(48) value
             "../../../data/RETSORT.tmp".
         05 ws-output-name pic x(48) value
             "../../../data/ReturnsReport.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-sales-history-idx-name pic x(48) value
             "../../../data/SALEIDX.dat".
         05 ws-tax-remit-name pic x(48) value
             "../../../data/TAXREMIT.dat".
         05 ws-vendor-chargeback-name pic x(48) value
             "../../../data/VENDCHBK.dat".

      *End of file flag
       01 ws-eof-flag pic x value "n".
       01 ws-taxrate-status pic xx.
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(70) value spaces.
       01 ws-taxrate-eof pic x value "n".

      *Tax rate control table, loaded from TAXRATE.dat at startup
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
           move "../../../dryrun/return-project8.dat"
             to ws-raw-return-name.
           move "../../../dryrun/return-project8-sorted.dat"
             to ws-input-name.
           move "../../../dryrun/RETSORT.tmp" to ws-sort-work-name.
           move "../../../dryrun/ReturnsReport.out" to ws-output-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/SALEIDX.dat"
             to ws-sales-history-idx-name.
           move "../../../dryrun/TAXREMIT.dat" to ws-tax-remit-name.
           move "../../../dryrun/VENDCHBK.dat"
             to ws-vendor-chargeback-name.

       050-load-tax-rates.

           open input tax-rate-file.
