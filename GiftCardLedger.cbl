      * card number and store, carried across runs the way the
      * credit memo ledger is), and an outstanding-liability report
      * by store is printed so finance stops carrying the liability
      * on a spreadsheet. Redemptions against unknown, exhausted or
      * escheated cards land on the exception section.

       environment division.
       input-output section.
       file-control.

           select giftcard-issue-file
               assign to ws-giftcard-issue-name
               organization is line sequential
               file status is ws-giftcard-status.

               file status is ws-redemption-status.

           select ledger-file
               assign to ws-ledger-name
               organization is line sequential
               file status is ws-ledger-status.

           select ledger-backup-file
               assign to ws-ledger-backup-name
               organization is line sequential.

           select ledger-report-file
               assign to ws-ledger-report-name
               organization is line sequential.

           select store-master-file
               file status is ws-storemast-status.

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

       fd ledger-file
           data record is ledger-rec
           record contains 42 characters.

       01 ledger-rec.
         05 lg-card-number pic x(9).
         05 lg-original-amount pic 9(5)v99.
         05 lg-redeemed-amount pic 9(5)v99.
         05 lg-status pic x.
         05 lg-last-activity-date pic 9(8).

       fd ledger-backup-file
           data record is ledger-backup-rec
           record contains 42 characters.

       01 ledger-backup-rec pic x(42).

       fd ledger-report-file
           data record is report-line

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
         05 ws-giftcard-issue-name pic x(48) value
             "../../../data/giftcard-project8.dat".
         05 ws-ledger-name pic x(48) value
             "../../../data/GIFTCARD.dat".
         05 ws-ledger-backup-name pic x(48) value
             "../../../data/GIFTCARD.bak".
         05 ws-ledger-report-name pic x(48) value
             "../../../data/GiftCardLedger.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".

      *End of file flags and file statuses
       01 ws-giftcard-status pic xx.
       01 ws-giftcard-eof pic x value "n".
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

      *The in-memory ledger: loaded from GIFTCARD.dat at startup,
      *extended with today's issued cards, reduced by today's
           10 ws-lg-original pic 9(5)v99.
           10 ws-lg-redeemed pic 9(5)v99.
           10 ws-lg-status pic x.
           10 ws-lg-last-activity pic 9(8).
       01 ws-lg-sub pic 9(5).
       01 ws-lg-found-sub pic 9(5) value 0.


      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output ledger-report-file.


           close ledger-report-file.
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
           move "../../../dryrun/giftcard-project8.dat"
             to ws-giftcard-issue-name.
           move "../../../dryrun/GIFTCARD.dat" to ws-ledger-name.
           move "../../../dryrun/GIFTCARD.bak" to ws-ledger-backup-name.
           move "../../../dryrun/GiftCardLedger.out"
             to ws-ledger-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.

       050-load-store-master.

           open input store-master-file.
                                 to ws-lg-redeemed(ws-num-ledger)
                               move lg-status
                                 to ws-lg-status(ws-num-ledger)
                               perform 056-load-last-activity
                           end-if
                   end-read


           end-if.

      *    Carries the date of the card's last issuance or redemption
      *    for the dormancy scan; a ledger line written before the
      *    date was kept has none, so its issue date stands in
       056-load-last-activity.

           if lg-last-activity-date is numeric and
             lg-last-activity-date > 0 then
               move lg-last-activity-date
                 to ws-lg-last-activity(ws-num-ledger)
           else
               move lg-issue-date
                 to ws-lg-last-activity(ws-num-ledger)
           end-if.

      *    Retains the as-loaded ledger on GIFTCARD.bak before
      *    400-write-ledger rewrites the live file in place - an
      *    abend mid-rewrite no longer destroys the only copy
               move ws-lg-original(ws-lg-sub) to lg-original-amount
               move ws-lg-redeemed(ws-lg-sub) to lg-redeemed-amount
               move ws-lg-status(ws-lg-sub) to lg-status
               move ws-lg-last-activity(ws-lg-sub)
                 to lg-last-activity-date
               write ledger-backup-rec from ledger-rec
           end-perform.

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
                 to ws-lg-original(ws-num-ledger)
               move 0 to ws-lg-redeemed(ws-num-ledger)
               move "O" to ws-lg-status(ws-num-ledger)
               move gi-transaction-date
                 to ws-lg-last-activity(ws-num-ledger)

               move "GIFTCARD" to ws-bj-file-id
               move "A" to ws-bj-action
               move spaces to ws-bj-before
               move ws-ledger-entry(ws-num-ledger) to ws-bj-after
               perform 095-write-batch-journal

               add 1 to ws-issued-counter
               add gi-transaction-amount to ws-issued-amount
      *    store when one exists - the card number is the real key.
      *    A card that exists but is already exhausted is its own
      *    exception: telling the two apart is the difference
      *    between a keying error and a spent card coming back.
      *    A card whose balance has been escheated to the state is
      *    refused the same way - the value is no longer ours to
      *    hand out
       310-apply-one-redemption.

           perform 320-find-ledger-entry-rd.
               move "NO SUCH CARD" to ws-al-disposition
               perform 090-write-audit-log

           else
           if ws-lg-status(ws-lg-found-sub) = "U" then

               move rd-card-number to ws-exc-card
               move rd-store-number to ws-exc-store
               move rd-amount to ws-exc-amount
               move "BALANCE ESCHEATED" to ws-exc-reason
               write report-line from ws-exception-detail-line
                 after advancing 1 line
               add 1 to ws-exception-counter

               move rd-card-number to ws-al-invoice
               move rd-store-number to ws-al-store
               move "REDEMPTION REJECTED" to ws-al-disposition
               perform 090-write-audit-log

           else
           if ws-lg-status(ws-lg-found-sub) not = "O" then


               else

                   move ws-ledger-entry(ws-lg-found-sub)
                     to ws-bj-before

                   add rd-amount
                     to ws-lg-redeemed(ws-lg-found-sub)
                   if rd-date > ws-lg-last-activity(ws-lg-found-sub)
                     then
                       move rd-date
                         to ws-lg-last-activity(ws-lg-found-sub)
                   end-if
                   add 1 to ws-redeemed-counter
                   add rd-amount to ws-redeemed-amount

                       perform 090-write-audit-log
                   end-if

                   move "GIFTCARD" to ws-bj-file-id
                   move "C" to ws-bj-action
                   move ws-ledger-entry(ws-lg-found-sub)
                     to ws-bj-after
                   perform 095-write-batch-journal

               end-if

           end-if
           end-if
           end-if.

           end-if.

      *    Rewrites GIFTCARD.dat from the in-memory ledger, one
      *    record per card, open, exhausted and escheated alike -
      *    closed-out cards stay on file as the proof of how the
      *    value cleared
       400-write-ledger.

           open output ledger-file.
               move ws-lg-original(ws-lg-sub) to lg-original-amount
               move ws-lg-redeemed(ws-lg-sub) to lg-redeemed-amount
               move ws-lg-status(ws-lg-sub) to lg-status
               move ws-lg-last-activity(ws-lg-sub)
                 to lg-last-activity-date
               write ledger-rec
           end-perform.

