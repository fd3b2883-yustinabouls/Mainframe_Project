       identification division.
       program-id. Escheatment.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The ESCHEATMENT program works out which
      * gift card and credit memo balances have to be turned over
      * to the state as unclaimed property. Both ledgers - the
      * GIFTCARD.dat and CREDLEDG.dat files the ledger programs
      * keep - are scanned against the dormancy rules on
      * DORMRULE.dat, one row per store, since each store's state
      * sets its own dormancy period and minimum amount. An open
      * balance with no issuance or redemption for the dormancy
      * period is escheated: it is listed on the unclaimed-property
      * report, written to the remittance file ESCHREMT.dat, and
      * marked on its ledger with status U so the ledger programs
      * refuse any later redemption against it. The released
      * liability goes to GLDAILY.dat for the journal. Balances
      * that will go dormant within the store's notice window are
      * listed on ESCHNOTC.dat for the due-diligence letters.

       environment division.
       input-output section.
       file-control.

      *One row per store: dormancy period, minimum amount, and how
      *many days ahead of dormancy the pre-notice goes out
           select dormancy-rule-file
               assign to "../../../data/DORMRULE.dat"
               organization is line sequential
               file status is ws-dormrule-status.

           select gift-card-file
               assign to ws-gift-card-name
               organization is line sequential
               file status is ws-giftcard-status.

           select gift-card-backup-file
               assign to ws-gift-card-backup-name
               organization is line sequential.

           select credit-memo-file
               assign to ws-credit-memo-name
               organization is line sequential
               file status is ws-credledg-status.

           select credit-memo-backup-file
               assign to ws-credit-memo-backup-name
               organization is line sequential.

      *Escheated balances, appended run after run so the annual
      *filing can be built from the batch dates it covers
           select remittance-file
               assign to ws-remittance-name
               organization is line sequential
               file status is ws-remittance-status.

      *Balances coming up on dormancy, rebuilt every run
           select notice-file
               assign to ws-notice-name
               organization is line sequential
               file status is ws-notice-status.

           select escheat-report-file
               assign to ws-escheat-report-name
               organization is line sequential.

           select store-master-file
               assign to "../../../data/STOREMAST.dat"
               organization is line sequential
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
               file status is ws-runctl-status.

      *Plain-figure interface rows for the general ledger posting,
      *appended to the file DataSplitandCount opened this run
           select gl-daily-file
               assign to ws-gl-daily-name
               organization is line sequential
               file status is ws-gldaily-status.
      *
       data division.
       file section.
       fd dormancy-rule-file
           data record is dormancy-rule-rec
           record contains 17 characters.

       01 dormancy-rule-rec.
         05 dr-store-number pic xx.
         05 dr-dormancy-days pic 9(5).
         05 dr-minimum-amount pic 9(5)v99.
         05 dr-notice-days pic 9(3).

      *Same layout GiftCardLedger keeps
       fd gift-card-file
           data record is gift-card-rec
           record contains 42 characters.

       01 gift-card-rec.
         05 gc-card-number pic x(9).
         05 gc-store-number pic xx.
         05 gc-issue-date pic 9(8).
         05 gc-original-amount pic 9(5)v99.
         05 gc-redeemed-amount pic 9(5)v99.
         05 gc-status pic x.
         05 gc-last-activity-date pic 9(8).

       fd gift-card-backup-file
           data record is gift-card-backup-rec
           record contains 42 characters.

       01 gift-card-backup-rec pic x(42).

      *Same layout CreditMemoLedger keeps
       fd credit-memo-file
           data record is credit-memo-rec
           record contains 42 characters.

       01 credit-memo-rec.
         05 cm-invoice-number pic x(9).
         05 cm-store-number pic xx.
         05 cm-issue-date pic 9(8).
         05 cm-original-amount pic 9(5)v99.
         05 cm-redeemed-amount pic 9(5)v99.
         05 cm-status pic x.
         05 cm-last-activity-date pic 9(8).

       fd credit-memo-backup-file
           data record is credit-memo-backup-rec
           record contains 42 characters.

       01 credit-memo-backup-rec pic x(42).

      *Ledger G (gift card) or C (credit memo), the card or memo
      *number, and the balance turned over
       fd remittance-file
           data record is remittance-rec
           record contains 50 characters.

       01 remittance-rec.
         05 rm-batch-date pic 9(8).
         05 rm-ledger pic x.
         05 rm-number pic x(9).
         05 rm-store-number pic xx.
         05 rm-issue-date pic 9(8).
         05 rm-last-activity-date pic 9(8).
         05 rm-amount pic 9(5)v99.
         05 filler pic x(7).

       fd notice-file
           data record is notice-rec
           record contains 45 characters.

       01 notice-rec.
         05 nt-ledger pic x.
         05 nt-number pic x(9).
         05 nt-store-number pic xx.
         05 nt-last-activity-date pic 9(8).
         05 nt-dormant-date pic 9(8).
         05 nt-days-left pic 9(3).
         05 nt-balance pic 9(5)v99.
         05 filler pic x(7).

       fd escheat-report-file
           data record is report-line
           record contains 80 characters.

       01 report-line pic x(80).

       fd store-master-file
           data record is store-master-rec
           record contains 22 characters.

       01 store-master-rec.
         05 sm-store-number pic xx.
         05 sm-store-name pic x(20).

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

       fd gl-daily-file
           data record is gl-daily-rec
           record contains 21 characters.

       01 gl-daily-rec.
         05 gd-source pic x(8).
         05 gd-amount pic s9(10)v99 sign leading separate.

       fd audit-log-file
           data record is audit-log-rec
           record contains 66 characters.

       01 audit-log-rec.
         05 al-invoice-number pic x(9).
         05 filler pic x value space.
         05 al-transaction-code pic x.
         05 filler pic x value space.
         05 al-store-number pic xx.
         05 filler pic x value space.
         05 al-program pic x(16).
         05 filler pic x value space.
         05 al-disposition pic x(20).
         05 filler pic x value space.
         05 al-batch-date pic 9(8).
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
         05 ws-gift-card-name pic x(48) value
             "../../../data/GIFTCARD.dat".
         05 ws-gift-card-backup-name pic x(48) value
             "../../../data/GIFTCARD.bak".
         05 ws-credit-memo-name pic x(48) value
             "../../../data/CREDLEDG.dat".
         05 ws-credit-memo-backup-name pic x(48) value
             "../../../data/CREDLEDG.bak".
         05 ws-remittance-name pic x(48) value
             "../../../data/ESCHREMT.dat".
         05 ws-notice-name pic x(48) value
             "../../../data/ESCHNOTC.dat".
         05 ws-escheat-report-name pic x(48) value
             "../../../data/Escheatment.out".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".
         05 ws-batch-journal-name pic x(48) value
             "../../../data/BATCHJRNL.dat".
         05 ws-gl-daily-name pic x(48) value
             "../../../data/GLDAILY.dat".

      *End of file flags and file statuses
       01 ws-dormrule-status pic xx.
       01 ws-dormrule-eof pic x value "n".
       01 ws-giftcard-status pic xx.
       01 ws-giftcard-eof pic x value "n".
       01 ws-credledg-status pic xx.
       01 ws-credledg-eof pic x value "n".
       01 ws-remittance-status pic xx.
       01 ws-notice-status pic xx.
       01 ws-notice-eof pic x value "n".
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
       01 ws-gldaily-status pic xx.
       01 ws-auditlog-status pic xx.
       77 ws-auditlog-program pic x(16) value "ESCHEATMENT".
       01 ws-al-disposition pic x(20).
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
       01 ws-batch-date pic 9(8) value 0.
       01 ws-batch-number pic 9(4) value 0.

       01 ws-batch-heading-line.
         05 filler pic x(6) value "BATCH ".
         05 ws-bh-number pic 9(4).
         05 filler pic x(11) value "  RUN DATE ".
         05 ws-bh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-bh-dry-run pic x(24) value spaces.
         05 filler pic x(25) value spaces.

      *Rule used for a store with no DORMRULE.dat row: three years,
      *no minimum, and the letters go out sixty days ahead
       77 ws-default-dormancy-days pic 9(5) value 1095.
       77 ws-default-minimum pic 9(5)v99 value 0.
       77 ws-default-notice-days pic 9(3) value 60.

       01 ws-num-rules pic 99 value 0.
       77 ws-max-rules pic 99 value 50.
       01 ws-rule-table.
         05 ws-rule-entry occurs 1 to 50 times
                       depending on ws-num-rules.
           10 ws-ru-store pic xx.
           10 ws-ru-dormancy-days pic 9(5).
           10 ws-ru-minimum pic 9(5)v99.
           10 ws-ru-notice-days pic 9(3).
       01 ws-ru-sub pic 99.

      *The rule in force for the balance being looked at
       01 ws-dormancy-days pic 9(5).
       01 ws-minimum-amount pic 9(5)v99.
       01 ws-notice-days pic 9(3).

      *One ledger at a time is held here: the gift card ledger is
      *loaded, scanned and written back, then the credit memo
      *ledger the same way. ws-ledger-type says which is loaded
       01 ws-ledger-type pic x.
       01 ws-num-ledger pic 9(5) value 0.
       77 ws-max-ledger pic 9(5) value 50000.
       01 ws-ledger-table.
         05 ws-ledger-entry occurs 1 to 50000 times
                       depending on ws-num-ledger.
           10 ws-lg-number pic x(9).
           10 ws-lg-store pic xx.
           10 ws-lg-issue-date pic 9(8).
           10 ws-lg-original pic 9(5)v99.
           10 ws-lg-redeemed pic 9(5)v99.
           10 ws-lg-status pic x.
           10 ws-lg-last-activity pic 9(8).
       01 ws-lg-sub pic 9(5).

      *Store table, loaded from STOREMAST.dat like the other
      *programs, with the per-store escheat and notice totals
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-entry occurs 1 to 50 times
                       depending on ws-num-of-stores.
           10 ws-store-number-valid pic xx.
           10 ws-st-gc-count pic 9(5).
           10 ws-st-gc-amount pic 9(8)v99.
           10 ws-st-cm-count pic 9(5).
           10 ws-st-cm-amount pic 9(8)v99.
           10 ws-st-notice-count pic 9(5).
       01 ws-store-sub pic 99.

      *Work fields
       01 ws-calcs.
         05 ws-open-balance pic 9(5)v99 value 0.
         05 ws-today-int pic 9(7) value 0.
         05 ws-dormant-int pic 9(7) value 0.
         05 ws-days-left pic s9(7) value 0.
         05 ws-dormant-date pic 9(8) value 0.
         05 ws-gc-escheat-count pic 9(7) value 0.
         05 ws-gc-escheat-amount pic 9(8)v99 value 0.
         05 ws-cm-escheat-count pic 9(7) value 0.
         05 ws-cm-escheat-amount pic 9(8)v99 value 0.
         05 ws-under-minimum-count pic 9(7) value 0.
         05 ws-under-minimum-amount pic 9(8)v99 value 0.
         05 ws-notice-counter pic 9(7) value 0.
         05 ws-notice-amount pic 9(8)v99 value 0.

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(18) value spaces.
         05 filler pic x(28) value
                   "UNCLAIMED PROPERTY REPORT -".
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(27) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

      *Escheated balances section
       01 ws-escheat-title-line.
         05 filler pic x(80) value
           "BALANCES ESCHEATED THIS RUN".

       01 ws-escheat-heading-line.
         05 filler pic x(40) value
           "Ledger       Number     Store    Issued ".
         05 filler pic x(40) value
           "  Last Act     Balance  Dormant".

       01 ws-escheat-detail-line.
         05 ws-ed-ledger pic x(11).
         05 filler pic x(2) value spaces.
         05 ws-ed-number pic x(9).
         05 filler pic x(3) value spaces.
         05 ws-ed-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-ed-issue-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-ed-last-activity pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-ed-balance pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-ed-dormant-date pic 9(8).
         05 filler pic x(9) value spaces.

       01 ws-no-escheat-line.
         05 filler pic x(80) value
           "No balances reached dormancy this run.".

      *Pre-notice section, printed back off ESCHNOTC.dat
       01 ws-notice-title-line.
         05 filler pic x(80) value
           "PRE-NOTICE - BALANCES COMING UP ON DORMANCY".

       01 ws-notice-heading-line.
         05 filler pic x(40) value
           "Ledger       Number     Store  Last Act ".
         05 filler pic x(40) value
           "  Dormant   Days      Balance".

       01 ws-notice-detail-line.
         05 ws-nd-ledger pic x(11).
         05 filler pic x(2) value spaces.
         05 ws-nd-number pic x(9).
         05 filler pic x(3) value spaces.
         05 ws-nd-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-nd-last-activity pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-nd-dormant-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-nd-days-left pic zz9.
         05 filler pic x(3) value spaces.
         05 ws-nd-balance pic $$$,$$9.99.
         05 filler pic x(14) value spaces.

       01 ws-no-notice-line.
         05 filler pic x(80) value
           "No balances inside the pre-notice window.".

      *Per-store summary
       01 ws-store-heading-line.
         05 filler pic x(40) value
           "Store  Gift Cards   Escheated  Credit Me".
         05 filler pic x(40) value
           "mos    Escheated  Notices".

       01 ws-store-detail-line.
         05 filler pic x(1) value spaces.
         05 ws-sd-store pic xx.
         05 filler pic x(7) value spaces.
         05 ws-sd-gc-count pic zzzz9.
         05 filler pic x(1) value spaces.
         05 ws-sd-gc-amount pic $$,$$$,$$9.99.
         05 filler pic x(8) value spaces.
         05 ws-sd-cm-count pic zzzz9.
         05 filler pic x(1) value spaces.
         05 ws-sd-cm-amount pic $$,$$$,$$9.99.
         05 filler pic x(4) value spaces.
         05 ws-sd-notice-count pic zzzz9.
         05 filler pic x(15) value spaces.

      *Run totals
       01 ws-total-line.
         05 ws-tl-label pic x(34).
         05 ws-tl-count pic z(6)9.
         05 filler pic x(5) value " for ".
         05 ws-tl-amount pic $$,$$$,$$9.99.
         05 filler pic x(21) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp for this run; dormancy is measured
      *    to the batch date
           perform 045-load-run-control.

      *    Loads the store table and the dormancy rules
           perform 050-load-store-master.
           perform 055-load-dormancy-rules.

      *    Opens the shared audit trail for append
           perform 065-open-audit-log.
           perform 067-open-batch-journal.

           open output escheat-report-file.
           open output notice-file.

           open extend remittance-file.
           if ws-remittance-status not = "00" then
               open output remittance-file
           end-if.

           perform 100-print-headings.

      *    Scans the gift card ledger, then the credit memo ledger,
      *    escheating dormant balances and listing those coming up
           perform 200-scan-gift-cards.
           perform 300-scan-credit-memos.

           if ws-gc-escheat-count = 0 and
             ws-cm-escheat-count = 0 then
               write report-line from ws-no-escheat-line
                 after advancing 1 line
           end-if.

           close remittance-file.
           close notice-file.

      *    Prints the pre-notice list back off the notice file
           perform 500-print-notices.

      *    Prints the per-store summary and the run totals
           perform 600-print-summary.

      *    Releases the escheated liability for the GL posting
           perform 700-write-gl-daily.

           close escheat-report-file.
           close audit-log-file.
           close batch-journal-file.

           goback.


      *    Reads the batch date and number the operator set for this
      *    run; an absent control file falls back to the machine
      *    date and batch zero so a standalone run still stamps
      *    something
       045-load-run-control.

           open input run-control-file.

           if ws-runctl-status = "00" then

               read run-control-file
                   not at end
                       move rc-batch-date to ws-batch-date
                       move rc-batch-number to ws-batch-number
                       if rc-run-mode = "D" then
                           move "Y" to ws-dry-run-flag
                       end-if
               end-read

               close run-control-file

           end-if.

           if ws-batch-date = 0 then
               move function current-date(1:8) to ws-batch-date
           end-if.

           move ws-batch-number to ws-bh-number.
           move ws-batch-date to ws-bh-date.

           compute ws-today-int =
             function integer-of-date(ws-batch-date).

           if ws-dry-run-flag = "Y" then
               perform 046-set-dry-run-files
           end-if.

      *    A dry run reads the live masters but keeps every file
      *    the chain writes in the dry-run area, and stamps the
      *    report headings so the printout cannot pass for a
      *    live night
       046-set-dry-run-files.

           move "** DRY RUN - NOT LIVE **" to ws-bh-dry-run.
           move "../../../dryrun/GIFTCARD.dat" to ws-gift-card-name.
           move "../../../dryrun/GIFTCARD.bak"
             to ws-gift-card-backup-name.
           move "../../../dryrun/CREDLEDG.dat" to ws-credit-memo-name.
           move "../../../dryrun/CREDLEDG.bak"
             to ws-credit-memo-backup-name.
           move "../../../dryrun/ESCHREMT.dat" to ws-remittance-name.
           move "../../../dryrun/ESCHNOTC.dat" to ws-notice-name.
           move "../../../dryrun/Escheatment.out"
             to ws-escheat-report-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.
           move "../../../dryrun/BATCHJRNL.dat"
             to ws-batch-journal-name.
           move "../../../dryrun/GLDAILY.dat" to ws-gl-daily-name.

       050-load-store-master.

           open input store-master-file.

           if ws-storemast-status = "00" then

               perform until ws-storemast-eof = "y"

                   read store-master-file
                       at end
                           move "y" to ws-storemast-eof
                       not at end
                           if ws-num-of-stores < ws-max-stores then
                               add 1 to ws-num-of-stores
                               move sm-store-number
                                 to ws-store-number-valid
                                   (ws-num-of-stores)
                           end-if
                   end-read

               end-perform

               close store-master-file

           end-if.

      *    STOREMAST.dat missing or empty falls back to the original
      *    hardcoded store list, same as the other programs
           if ws-num-of-stores = 0 then
               move "01" to ws-store-number-valid(1)
               move "02" to ws-store-number-valid(2)
               move "03" to ws-store-number-valid(3)
               move "04" to ws-store-number-valid(4)
               move "05" to ws-store-number-valid(5)
               move "12" to ws-store-number-valid(6)
               move 6 to ws-num-of-stores
           end-if.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move 0 to ws-st-gc-count(ws-store-sub)
               move 0 to ws-st-gc-amount(ws-store-sub)
               move 0 to ws-st-cm-count(ws-store-sub)
               move 0 to ws-st-cm-amount(ws-store-sub)
               move 0 to ws-st-notice-count(ws-store-sub)
           end-perform.

      *    DORMRULE.dat missing leaves the rule table empty and every
      *    store on the default rule
       055-load-dormancy-rules.

           open input dormancy-rule-file.

           if ws-dormrule-status = "00" then

               perform until ws-dormrule-eof = "y"

                   read dormancy-rule-file
                       at end
                           move "y" to ws-dormrule-eof
                       not at end
                           if ws-num-rules < ws-max-rules then
                               add 1 to ws-num-rules
                               move dr-store-number
                                 to ws-ru-store(ws-num-rules)
                               move dr-dormancy-days
                                 to ws-ru-dormancy-days(ws-num-rules)
                               move dr-minimum-amount
                                 to ws-ru-minimum(ws-num-rules)
                               move dr-notice-days
                                 to ws-ru-notice-days(ws-num-rules)
                           end-if
                   end-read

               end-perform

               close dormancy-rule-file

           end-if.

       065-open-audit-log.

           open extend audit-log-file

           if ws-auditlog-status not = "00" then
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
       090-write-audit-log.

           move spaces to audit-log-rec
           move ws-al-invoice to al-invoice-number
           move ws-ledger-type to al-transaction-code
           move ws-al-store to al-store-number
           move ws-auditlog-program to al-program
           move ws-al-disposition to al-disposition
           move ws-batch-date to al-batch-date
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
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

           write report-line from ws-escheat-title-line
             after advancing 2 lines.

           write report-line from ws-escheat-heading-line
             after advancing 1 line.

      *    Loads GIFTCARD.dat, keeps the as-loaded copy on
      *    GIFTCARD.bak, scans it, and writes it back with the
      *    escheated cards marked. No ledger file means no cards
      *    have been sold yet and there is nothing to scan
       200-scan-gift-cards.

           move "G" to ws-ledger-type.
           move 0 to ws-num-ledger.

           open input gift-card-file.

           if ws-giftcard-status = "00" then

               perform until ws-giftcard-eof = "y"

                   read gift-card-file
                       at end
                           move "y" to ws-giftcard-eof
                       not at end
                           perform 210-load-one-card
                   end-read

               end-perform

               close gift-card-file

               open output gift-card-backup-file
               perform
                 varying ws-lg-sub from 1 by 1
                 until ws-lg-sub > ws-num-ledger
                   perform 220-move-card-record
                   write gift-card-backup-rec from gift-card-rec
               end-perform
               close gift-card-backup-file

               perform 400-scan-ledger

               open output gift-card-file
               perform
                 varying ws-lg-sub from 1 by 1
                 until ws-lg-sub > ws-num-ledger
                   perform 220-move-card-record
                   write gift-card-rec
               end-perform
               close gift-card-file

           end-if.

      *    A ledger line written before the last-activity date was
      *    kept has none, so its issue date stands in
       210-load-one-card.

           if ws-num-ledger < ws-max-ledger then
               add 1 to ws-num-ledger
               move gc-card-number to ws-lg-number(ws-num-ledger)
               move gc-store-number to ws-lg-store(ws-num-ledger)
               move gc-issue-date to ws-lg-issue-date(ws-num-ledger)
               move gc-original-amount
                 to ws-lg-original(ws-num-ledger)
               move gc-redeemed-amount
                 to ws-lg-redeemed(ws-num-ledger)
               move gc-status to ws-lg-status(ws-num-ledger)
               if gc-last-activity-date is numeric and
                 gc-last-activity-date > 0 then
                   move gc-last-activity-date
                     to ws-lg-last-activity(ws-num-ledger)
               else
                   move gc-issue-date
                     to ws-lg-last-activity(ws-num-ledger)
               end-if
           end-if.

       220-move-card-record.

           move ws-lg-number(ws-lg-sub) to gc-card-number.
           move ws-lg-store(ws-lg-sub) to gc-store-number.
           move ws-lg-issue-date(ws-lg-sub) to gc-issue-date.
           move ws-lg-original(ws-lg-sub) to gc-original-amount.
           move ws-lg-redeemed(ws-lg-sub) to gc-redeemed-amount.
           move ws-lg-status(ws-lg-sub) to gc-status.
           move ws-lg-last-activity(ws-lg-sub)
             to gc-last-activity-date.

      *    Same for CREDLEDG.dat and CREDLEDG.bak
       300-scan-credit-memos.

           move "C" to ws-ledger-type.
           move 0 to ws-num-ledger.

           open input credit-memo-file.

           if ws-credledg-status = "00" then

               perform until ws-credledg-eof = "y"

                   read credit-memo-file
                       at end
                           move "y" to ws-credledg-eof
                       not at end
                           perform 310-load-one-memo
                   end-read

               end-perform

               close credit-memo-file

               open output credit-memo-backup-file
               perform
                 varying ws-lg-sub from 1 by 1
                 until ws-lg-sub > ws-num-ledger
                   perform 320-move-memo-record
                   write credit-memo-backup-rec from credit-memo-rec
               end-perform
               close credit-memo-backup-file

               perform 400-scan-ledger

               open output credit-memo-file
               perform
                 varying ws-lg-sub from 1 by 1
                 until ws-lg-sub > ws-num-ledger
                   perform 320-move-memo-record
                   write credit-memo-rec
               end-perform
               close credit-memo-file

           end-if.

       310-load-one-memo.

           if ws-num-ledger < ws-max-ledger then
               add 1 to ws-num-ledger
               move cm-invoice-number to ws-lg-number(ws-num-ledger)
               move cm-store-number to ws-lg-store(ws-num-ledger)
               move cm-issue-date to ws-lg-issue-date(ws-num-ledger)
               move cm-original-amount
                 to ws-lg-original(ws-num-ledger)
               move cm-redeemed-amount
                 to ws-lg-redeemed(ws-num-ledger)
               move cm-status to ws-lg-status(ws-num-ledger)
               if cm-last-activity-date is numeric and
                 cm-last-activity-date > 0 then
                   move cm-last-activity-date
                     to ws-lg-last-activity(ws-num-ledger)
               else
                   move cm-issue-date
                     to ws-lg-last-activity(ws-num-ledger)
               end-if
           end-if.

       320-move-memo-record.

           move ws-lg-number(ws-lg-sub) to cm-invoice-number.
           move ws-lg-store(ws-lg-sub) to cm-store-number.
           move ws-lg-issue-date(ws-lg-sub) to cm-issue-date.
           move ws-lg-original(ws-lg-sub) to cm-original-amount.
           move ws-lg-redeemed(ws-lg-sub) to cm-redeemed-amount.
           move ws-lg-status(ws-lg-sub) to cm-status.
           move ws-lg-last-activity(ws-lg-sub)
             to cm-last-activity-date.

      *    Only open entries with money left on them are looked at;
      *    exhausted, closed and already-escheated entries are done
       400-scan-ledger.

           perform
             varying ws-lg-sub from 1 by 1
             until ws-lg-sub > ws-num-ledger
               if ws-lg-status(ws-lg-sub) = "O" and
                 ws-lg-last-activity(ws-lg-sub) > 0 then
                   compute ws-open-balance =
                     ws-lg-original(ws-lg-sub)
                     - ws-lg-redeemed(ws-lg-sub)
                   if ws-open-balance > 0 then
                       perform 410-check-one-balance
                   end-if
               end-if
           end-perform.

      *    The balance goes dormant the dormancy period after its
      *    last activity. Once dormant it is escheated if it meets
      *    the store's minimum; under the minimum it stays on the
      *    books and is only counted. Inside the notice window it
      *    goes on the pre-notice list
       410-check-one-balance.

           perform 420-find-rule.

           compute ws-dormant-int =
             function integer-of-date(ws-lg-last-activity(ws-lg-sub))
             + ws-dormancy-days.

           compute ws-dormant-date =
             function date-of-integer(ws-dormant-int).

           compute ws-days-left = ws-dormant-int - ws-today-int.

           perform 430-find-store.

           if ws-days-left <= 0 then

               if ws-open-balance >= ws-minimum-amount then
                   perform 440-escheat-balance
               else
                   add 1 to ws-under-minimum-count
                   add ws-open-balance to ws-under-minimum-amount
               end-if

           else

               if ws-days-left <= ws-notice-days then
                   perform 450-write-notice
               end-if

           end-if.

      *    The store's DORMRULE.dat row, or the default rule
       420-find-rule.

           move ws-default-dormancy-days to ws-dormancy-days.
           move ws-default-minimum to ws-minimum-amount.
           move ws-default-notice-days to ws-notice-days.

           perform varying ws-ru-sub from 1 by 1
             until ws-ru-sub > ws-num-rules
               if ws-ru-store(ws-ru-sub) = ws-lg-store(ws-lg-sub) then
                   move ws-ru-dormancy-days(ws-ru-sub)
                     to ws-dormancy-days
                   move ws-ru-minimum(ws-ru-sub) to ws-minimum-amount
                   move ws-ru-notice-days(ws-ru-sub)
                     to ws-notice-days
               end-if
           end-perform.

      *    Leaves ws-store-sub on the balance's store, or past the
      *    end of the table when the store is not on STOREMAST
       430-find-store.

           perform varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               or ws-store-number-valid(ws-store-sub) =
                  ws-lg-store(ws-lg-sub)
               continue
           end-perform.

      *    Marks the entry escheated, writes the remittance row and
      *    the report line, and rolls it into the totals
       440-escheat-balance.

           move ws-ledger-entry(ws-lg-sub) to ws-bj-before.

           move "U" to ws-lg-status(ws-lg-sub).

           if ws-ledger-type = "G" then
               move "GIFTCARD" to ws-bj-file-id
           else
               move "CREDLEDG" to ws-bj-file-id
           end-if.
           move "C" to ws-bj-action.
           move ws-ledger-entry(ws-lg-sub) to ws-bj-after.
           perform 095-write-batch-journal.

           move spaces to remittance-rec.
           move ws-batch-date to rm-batch-date.
           move ws-ledger-type to rm-ledger.
           move ws-lg-number(ws-lg-sub) to rm-number.
           move ws-lg-store(ws-lg-sub) to rm-store-number.
           move ws-lg-issue-date(ws-lg-sub) to rm-issue-date.
           move ws-lg-last-activity(ws-lg-sub)
             to rm-last-activity-date.
           move ws-open-balance to rm-amount.
           write remittance-rec.

           move "ESCHREMT" to ws-bj-file-id.
           move "A" to ws-bj-action.
           move spaces to ws-bj-before.
           move remittance-rec to ws-bj-after.
           perform 095-write-batch-journal.

           if ws-ledger-type = "G" then
               move "GIFT CARD" to ws-ed-ledger
               add 1 to ws-gc-escheat-count
               add ws-open-balance to ws-gc-escheat-amount
               if ws-store-sub <= ws-num-of-stores then
                   add 1 to ws-st-gc-count(ws-store-sub)
                   add ws-open-balance
                     to ws-st-gc-amount(ws-store-sub)
               end-if
           else
               move "CREDIT MEMO" to ws-ed-ledger
               add 1 to ws-cm-escheat-count
               add ws-open-balance to ws-cm-escheat-amount
               if ws-store-sub <= ws-num-of-stores then
                   add 1 to ws-st-cm-count(ws-store-sub)
                   add ws-open-balance
                     to ws-st-cm-amount(ws-store-sub)
               end-if
           end-if.

           move ws-lg-number(ws-lg-sub) to ws-ed-number.
           move ws-lg-store(ws-lg-sub) to ws-ed-store.
           move ws-lg-issue-date(ws-lg-sub) to ws-ed-issue-date.
           move ws-lg-last-activity(ws-lg-sub)
             to ws-ed-last-activity.
           move ws-open-balance to ws-ed-balance.
           move ws-dormant-date to ws-ed-dormant-date.
           write report-line from ws-escheat-detail-line
             after advancing 1 line.

           move ws-lg-number(ws-lg-sub) to ws-al-invoice.
           move ws-lg-store(ws-lg-sub) to ws-al-store.
           move "BALANCE ESCHEATED" to ws-al-disposition.
           perform 090-write-audit-log.

       450-write-notice.

           move spaces to notice-rec.
           move ws-ledger-type to nt-ledger.
           move ws-lg-number(ws-lg-sub) to nt-number.
           move ws-lg-store(ws-lg-sub) to nt-store-number.
           move ws-lg-last-activity(ws-lg-sub)
             to nt-last-activity-date.
           move ws-dormant-date to nt-dormant-date.
           move ws-days-left to nt-days-left.
           move ws-open-balance to nt-balance.
           write notice-rec.

           add 1 to ws-notice-counter.
           add ws-open-balance to ws-notice-amount.
           if ws-store-sub <= ws-num-of-stores then
               add 1 to ws-st-notice-count(ws-store-sub)
           end-if.

      *    The notice file was written ledger by ledger during the
      *    scans; it is read back here so the list prints as one
      *    section after the escheated balances
       500-print-notices.

           write report-line from ws-notice-title-line
             after advancing 3 lines.

           if ws-notice-counter = 0 then

               write report-line from ws-no-notice-line
                 after advancing 1 line

           else

               write report-line from ws-notice-heading-line
                 after advancing 1 line

               open input notice-file

               perform until ws-notice-eof = "y"

                   read notice-file
                       at end
                           move "y" to ws-notice-eof
                       not at end
                           perform 510-print-one-notice
                   end-read

               end-perform

               close notice-file

           end-if.

       510-print-one-notice.

           if nt-ledger = "G" then
               move "GIFT CARD" to ws-nd-ledger
           else
               move "CREDIT MEMO" to ws-nd-ledger
           end-if.

           move nt-number to ws-nd-number.
           move nt-store-number to ws-nd-store.
           move nt-last-activity-date to ws-nd-last-activity.
           move nt-dormant-date to ws-nd-dormant-date.
           move nt-days-left to ws-nd-days-left.
           move nt-balance to ws-nd-balance.
           write report-line from ws-notice-detail-line
             after advancing 1 line.

       600-print-summary.

           write report-line from ws-store-heading-line
             after advancing 3 lines.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move ws-store-number-valid(ws-store-sub)
                 to ws-sd-store
               move ws-st-gc-count(ws-store-sub) to ws-sd-gc-count
               move ws-st-gc-amount(ws-store-sub) to ws-sd-gc-amount
               move ws-st-cm-count(ws-store-sub) to ws-sd-cm-count
               move ws-st-cm-amount(ws-store-sub) to ws-sd-cm-amount
               move ws-st-notice-count(ws-store-sub)
                 to ws-sd-notice-count
               write report-line from ws-store-detail-line
                 after advancing 1 line
           end-perform.

           move "Gift cards escheated:" to ws-tl-label.
           move ws-gc-escheat-count to ws-tl-count.
           move ws-gc-escheat-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 2 lines.

           move "Credit memos escheated:" to ws-tl-label.
           move ws-cm-escheat-count to ws-tl-count.
           move ws-cm-escheat-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Dormant, under state minimum:" to ws-tl-label.
           move ws-under-minimum-count to ws-tl-count.
           move ws-under-minimum-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Pre-notices listed:" to ws-tl-label.
           move ws-notice-counter to ws-tl-count.
           move ws-notice-amount to ws-tl-amount.
           write report-line from ws-total-line
             after advancing 1 line.

      *    One release row per ledger, so each reaches its own
      *    liability account through GLACCTMAP.dat
       700-write-gl-daily.

           if ws-gc-escheat-amount > 0 or
             ws-cm-escheat-amount > 0 then

               open extend gl-daily-file

               if ws-gldaily-status not = "00" then
                   open output gl-daily-file
               end-if

               if ws-gc-escheat-amount > 0 then
                   move "GCESCHT" to gd-source
                   move ws-gc-escheat-amount to gd-amount
                   write gl-daily-rec
               end-if

               if ws-cm-escheat-amount > 0 then
                   move "CMESCHT" to gd-source
                   move ws-cm-escheat-amount to gd-amount
                   write gl-daily-rec
               end-if

               close gl-daily-file

           end-if.

       end program Escheatment.
