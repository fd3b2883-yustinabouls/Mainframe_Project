       file-control.

           select input-file
               assign to ws-input-name
               organization is line sequential.

           select error-report-file
               assign to ws-error-report-name
               organization is line sequential.

           select valid-data-file
               assign to ws-valid-data-name
               organization is line sequential.

           select invalid-data-file
               assign to ws-invalid-data-name
               organization is line sequential.

           select product-master-file
               file status is ws-storemast-status.

           select checkpoint-file
               assign to ws-checkpoint-name
               organization is line sequential
               file status is ws-ckpt-status.

               file status is ws-pricehist-status.

           select audit-log-file
               assign to ws-audit-log-name
               organization is line sequential
               file status is ws-auditlog-status.

               organization is line sequential
               file status is ws-runctl-status.

           select bad-check-file
               assign to "../../../data/BADCHECK.dat"
               organization is line sequential
               file status is ws-badcheck-status.

      *
       data division.
       file section.

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

      *Negative file of bank accounts whose checks the stores
      *must not take - one row per routing and account, with the
      *reason and the date it was listed
       fd bad-check-file
           data record is bad-check-rec
           record contains 33 characters.

       01 bad-check-rec.
         05 bc-routing-number pic x(9).
         05 bc-account-number pic x(14).
         05 bc-reason-code pic xx.
         05 bc-date-listed pic 9(8).

       fd audit-log-file
           data record is audit-log-rec

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-input-name pic x(48) value
             "../../../data/project8.dat".
         05 ws-error-report-name pic x(48) value
             "../../../data/Errors.out".
         05 ws-valid-data-name pic x(48) value
             "../../../data/valid-project8.dat".
         05 ws-invalid-data-name pic x(48) value
             "../../../data/invalid-project8.dat".
         05 ws-checkpoint-name pic x(48) value
             "../../../data/Edit.ckpt".
         05 ws-audit-log-name pic x(48) value
             "../../../data/AuditLog.out".

      *The record under edit. A T record is a tender detail line:
      *one tender of a split-tender transaction, following its
      *transaction record with the same invoice number, carrying
      *the tender code and that tender's share of the amount. A K
      *record is a check detail line: it follows the CK tender it
      *describes - the transaction record itself when the check
      *paid for all of it, or the CK tender line - and carries the
      *check's bank routing, account, and check number where the
      *other records carry their SKU, date, reason, and cashier
       01 input-record.
         05 transaction-code pic X.
           88 transaction-code-valid-88
                   value "S", "R", "L", "X", "C", "G", "T", "K".
           88 transaction-code-credit-memo-88
                   value "C".
           88 transaction-code-return-88
                   value "G".
           88 transaction-code-tender-88
                   value "T".
           88 transaction-code-check-detail-88
                   value "K".
           88 transaction-code-group-line-88
                   value "T", "K".
           88 transaction-code-takes-check-88
                   value "S", "L", "G".
         05 transaction-amount pic 9(5)V99.
         05 payment-type pic XX.
           88 payment-type-valid-88
                   value "CA", "CR", "DB", "GC", "CK".
           88 payment-type-check-88
                   value "CK".
         05 store-number pic XX.
         05 invoice-number pic X(9).
         05 invoice-number-r redefines invoice-number.
         05 reason-code pic XX.
         05 cashier-id pic X(4).

      *The check detail line's own view of the back half of the
      *record
       01 check-detail-record redefines input-record.
         05 filler pic x(21).
         05 ck-routing-number pic x(9).
         05 ck-routing-number-n redefines ck-routing-number
                       pic 9(9).
         05 ck-account-number pic x(14).
         05 ck-check-number pic x(6).

      *One-record lookahead: a tender group only ends when the
      *next record is not another tender line of the same invoice,
      *and the sum check has to fire while the group's last line
         05 ws-group-record pic x(50) occurs 20 times.
       01 ws-group-sub pic 99.
       01 ws-group-sum-bad pic x value "N".
       01 ws-group-check-bad pic x value "N".
       01 ws-group-check-listed pic x value "N".
       01 ws-checkpoint-ok pic x value "Y".

      *Sum work fields for the held group; the amount bytes are
         05 ws-grp-parent-amount pic 9(5)v99.
         05 ws-grp-tender-sum pic 9(7)v99.
         05 ws-grp-amounts-valid pic x.
         05 ws-grp-tender-lines pic 99.

      *Check-detail walk over the held group: whether the parent
      *is a transaction that takes a check, and the CK tender
      *still waiting for its K line and that tender's amount
       01 ws-grp-check-work.
         05 ws-grp-parent-takes-check pic x.
         05 ws-grp-check-due pic x.
         05 ws-grp-check-amount pic 9(5)v99.

      *Indicates end of file flag
       01 ws-eof-flag pic x value 'n'.
         05 ws-error19 pic x(24).
         05 filler pic x(2) value spaces.

      *Report error line20 - Check tender without a good K line
       01 ws-report-error-line20.
         05 filler pic x(10) value spaces.
         05 ws-error20 pic x(24).
         05 filler pic x(2) value spaces.

      *Report error line21 - Check account on the bad-check file
       01 ws-report-error-line21.
         05 filler pic x(10) value spaces.
         05 ws-error21 pic x(24).
         05 filler pic x(2) value spaces.

      *Report error line15 - Amount far from the master unit price
       01 ws-report-error-line15.
         05 filler pic x(10) value spaces.
         05 ws-error17-counter pic 9(3).
         05 ws-error18-counter pic 9(3).
         05 ws-error19-counter pic 9(3).
         05 ws-error20-counter pic 9(3).
         05 ws-error21-counter pic 9(3).

      *Invoice numbers already seen this run, for the duplicate
      *check. Held as an open-addressed hash table so the probe
       01 ws-reason-sub pic 99.
       01 ws-reason-found-flag pic x value "N".

      *Bad-check table, loaded from BADCHECK.dat at startup and
      *sorted on routing and account so each check detail line can
      *binary search it the way the SKU check searches the product
      *table. An absent or empty file leaves the check inert
       01 ws-badcheck-status pic xx.
       01 ws-badcheck-eof pic x value "n".
       01 ws-num-badchecks pic 9(5) value 0.
       77 ws-max-badchecks pic 9(5) value 20000.
       01 ws-badcheck-table.
         05 ws-badcheck-entry occurs 20000 times.
           10 ws-bc-routing pic x(9).
           10 ws-bc-account pic x(14).
       01 ws-bc-search-key.
         05 ws-bc-search-routing pic x(9).
         05 ws-bc-search-account pic x(14).
       01 ws-bc-found-flag pic x value "N".

      *Sort and binary-search work fields for the bad-check table
       01 ws-bc-sort-work.
         05 ws-bc-sort-gap pic 9(5).
         05 ws-bc-sort-sub pic 9(5).
         05 ws-bc-sort-swapped pic x.
         05 ws-bc-swap-entry pic x(23).
         05 ws-bc-search-lo pic 9(5).
         05 ws-bc-search-hi pic 9(5).
         05 ws-bc-search-mid pic 9(5).

      *Checkpoint/restart controls
       01 ws-ckpt-status pic xx.
       01 ws-restart-mode pic x value "N".
         05 ws-bh-date pic 9(8).
         05 filler pic x(7) value spaces.

      *The error report is too narrow to carry the dry-run stamp on
      *the batch line, so a dry run prints it on a line of its own
       01 ws-dry-run-line pic x(36) value
           "** DRY RUN - NOT LIVE **".

      *Transaction-date edit work fields - the run date, the
      *split-out pieces of the date under test, and the age of the
      *date against the accepting window
       77 ws-error17-text pic x(24) value "INVALID CASHIER ID".
       77 ws-error18-text pic x(24) value "TENDER SUM OFF AMOUNT".
       77 ws-error19-text pic x(24) value "TENDER LINE WITHOUT SALE".
       77 ws-error20-text pic x(24) value "INVALID CHECK DETAIL".
       77 ws-error21-text pic x(24) value "CHECK ON BAD-CHECK FILE".

      *A transaction amount more than this many times the master
      *unit price - or less than the price divided by it - is
      *    Loads the effective-dated price history
           perform 056-load-price-history.

      *    Loads the bad-check negative file
           perform 057-load-bad-check-file.

      *    Checks for a checkpoint from an earlier, interrupted run
           perform 060-check-restart.

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

           move "../../../dryrun/project8.dat" to ws-input-name.
           move "../../../dryrun/Errors.out" to ws-error-report-name.
           move "../../../dryrun/valid-project8.dat"
             to ws-valid-data-name.
           move "../../../dryrun/invalid-project8.dat"
             to ws-invalid-data-name.
           move "../../../dryrun/Edit.ckpt" to ws-checkpoint-name.
           move "../../../dryrun/AuditLog.out" to ws-audit-log-name.

       060-check-restart.

           move 0 to ws-restart-count

           end-if.

       057-load-bad-check-file.

           open input bad-check-file.

           if ws-badcheck-status = "00" then

               perform until ws-badcheck-eof = "y"

                   read bad-check-file
                       at end
                           move "y" to ws-badcheck-eof
                       not at end
                           if ws-num-badchecks < ws-max-badchecks then
                               add 1 to ws-num-badchecks
                               move bc-routing-number
                                 to ws-bc-routing(ws-num-badchecks)
                               move bc-account-number
                                 to ws-bc-account(ws-num-badchecks)
                           end-if
                   end-read

               end-perform

               close bad-check-file

           end-if.

      *    Sorts the loaded table once so every check detail line
      *    can binary search it
           perform 058-sort-bad-check-table.

      *    Orders the bad-check table on routing and account with
      *    the same shrinking-gap exchange sort the product table
      *    gets
       058-sort-bad-check-table.

           move ws-num-badchecks to ws-bc-sort-gap.
           move "Y" to ws-bc-sort-swapped.

           perform until ws-bc-sort-gap = 1 and
             ws-bc-sort-swapped = "N"

               compute ws-bc-sort-gap = (ws-bc-sort-gap * 10) / 13
               if ws-bc-sort-gap < 1 then
                   move 1 to ws-bc-sort-gap
               end-if

               move "N" to ws-bc-sort-swapped

               perform
                 varying ws-bc-sort-sub from 1 by 1
                 until ws-bc-sort-sub + ws-bc-sort-gap >
                   ws-num-badchecks

                   if ws-badcheck-entry(ws-bc-sort-sub) >
                     ws-badcheck-entry
                       (ws-bc-sort-sub + ws-bc-sort-gap) then
                       move ws-badcheck-entry(ws-bc-sort-sub)
                         to ws-bc-swap-entry
                       move ws-badcheck-entry
                           (ws-bc-sort-sub + ws-bc-sort-gap)
                         to ws-badcheck-entry(ws-bc-sort-sub)
                       move ws-bc-swap-entry
                         to ws-badcheck-entry
                           (ws-bc-sort-sub + ws-bc-sort-gap)
                       move "Y" to ws-bc-sort-swapped
                   end-if

               end-perform

           end-perform.

       055-load-invrange-table.

           open input invrange-file.
           write report-line from ws-batch-heading-line
             after advancing 1 line.

           if ws-dry-run-flag = "Y" then
               write report-line from ws-dry-run-line
                 after advancing 1 line
           end-if.

      *    Advances 1 line
           write report-line from spaces
             after advancing 1 line.
           end-read.

           move "N" to ws-group-sum-bad.
           move "N" to ws-group-check-bad.
           move "N" to ws-group-check-listed.

      *    A transaction record trailed by tender or check detail
      *    lines of its own invoice is collected and judged as one
      *    group; anything else goes through one record at a time
           if not transaction-code-group-line-88 and
             ws-next-available = "Y" and
             (ws-next-record(1:1) = "T" or
              ws-next-record(1:1) = "K") and
             ws-next-record(13:9) = invoice-number then

               perform 210-collect-tender-group
               perform 212-check-group-checks
               perform 215-flush-tender-group

           else

      *        Standing alone, a check detail line has no check
      *        tender to describe, and a check taken in payment
      *        has no check detail behind it
               if transaction-code-check-detail-88 or
                 (payment-type-check-88 and
                  transaction-code-takes-check-88) then
                   move "Y" to ws-group-check-bad
               end-if

               move "Y" to ws-checkpoint-ok
               perform 205-process-one-record

           move 0 to ws-error17-counter
           move 0 to ws-error18-counter
           move 0 to ws-error19-counter
           move 0 to ws-error20-counter
           move 0 to ws-error21-counter

      *    Record counter
           compute ws-record-number-counter-temp =
      *    its trailing tender lines off the lookahead, summing the
      *    tender amounts against the parent's as they stack up; a
      *    non-numeric amount anywhere leaves the sum unjudged and
      *    the per-record amount edit to do the complaining. Check
      *    detail lines ride along in the group but are not tenders
      *    and stay out of the sum - a parent trailed only by its
      *    check detail is a single-tender check sale
       210-collect-tender-group.

           move 1 to ws-num-group.
           move input-record to ws-group-record(1).

           move 0 to ws-grp-tender-sum.
           move 0 to ws-grp-tender-lines.
           move "Y" to ws-grp-amounts-valid.

           if transaction-code-takes-check-88 then
               move "Y" to ws-grp-parent-takes-check
           else
               move "N" to ws-grp-parent-takes-check
           end-if.

           if transaction-amount numeric then
               move transaction-amount to ws-grp-parent-amount
           else
           end-if.

           perform until ws-next-available = "N"
             or (ws-next-record(1:1) not = "T" and
                 ws-next-record(1:1) not = "K")
             or ws-next-record(13:9) not = invoice-number
             or ws-num-group >= ws-max-group

               add 1 to ws-num-group
               move ws-next-record to ws-group-record(ws-num-group)

               if ws-next-record(1:1) = "T" then
                   add 1 to ws-grp-tender-lines
                   move ws-next-record(2:7) to ws-grp-amount-x
                   if ws-grp-amount-n numeric then
                       add ws-grp-amount-n to ws-grp-tender-sum
                   else
                       move "N" to ws-grp-amounts-valid
                   end-if
               end-if

               move "N" to ws-next-available

           end-perform.

           if ws-grp-tender-lines > 0 and
             ws-grp-amounts-valid = "Y" and
             ws-grp-tender-sum not = ws-grp-parent-amount then
               move "Y" to ws-group-sum-bad
           end-if.

      *    Walks the held group pairing every check taken in
      *    payment with the K line that must come straight after
      *    it: the parent itself when it is a CK sale with no
      *    tender lines, or each CK tender line under a sale,
      *    layaway, or gift card. A check with no K line, a K line
      *    with no check in front of it, or a K line for a
      *    different amount bounces the whole group, the same way a
      *    bad tender sum does. Refunds paid by check are the
      *    store's own checks and carry no detail
       212-check-group-checks.

           move "N" to ws-grp-check-due.

           perform
             varying ws-group-sub from 1 by 1
             until ws-group-sub > ws-num-group

               move ws-group-record(ws-group-sub) to input-record

               if transaction-code-check-detail-88 then

                   if ws-grp-check-due = "Y" and
                     transaction-amount numeric and
                     transaction-amount = ws-grp-check-amount then
                       perform 213-verify-check-detail
                   else
                       move "Y" to ws-group-check-bad
                   end-if

                   move "N" to ws-grp-check-due

               else

                   if ws-grp-check-due = "Y" then
                       move "Y" to ws-group-check-bad
                   end-if

                   move "N" to ws-grp-check-due

                   if payment-type-check-88 and
                     ws-grp-parent-takes-check = "Y" and
                     (transaction-code-tender-88 or
                      ws-grp-tender-lines = 0) then
                       move "Y" to ws-grp-check-due
                       if transaction-amount numeric then
                           move transaction-amount
                             to ws-grp-check-amount
                       else
                           move 0 to ws-grp-check-amount
                       end-if
                   end-if

               end-if

           end-perform.

           if ws-grp-check-due = "Y" then
               move "Y" to ws-group-check-bad
           end-if.

      *    A K line needs a real routing number, an account, and a
      *    numeric check number; a well-formed one is then looked up
      *    on the bad-check table by routing and account
       213-verify-check-detail.

           if ck-routing-number not numeric or
             ck-account-number = spaces or
             ck-check-number not numeric then
               move "Y" to ws-group-check-bad
           else
               if ck-routing-number-n = 0 then
                   move "Y" to ws-group-check-bad
               else
                   perform 214-lookup-bad-check
               end-if
           end-if.

      *    Binary search of the table 058-sort-bad-check-table
      *    ordered at startup
       214-lookup-bad-check.

           move "N" to ws-bc-found-flag.
           move ck-routing-number to ws-bc-search-routing.
           move ck-account-number to ws-bc-search-account.

           move 1 to ws-bc-search-lo.
           move ws-num-badchecks to ws-bc-search-hi.

           perform until ws-bc-search-lo > ws-bc-search-hi
             or ws-bc-found-flag = "Y"

               compute ws-bc-search-mid =
                 (ws-bc-search-lo + ws-bc-search-hi) / 2

               if ws-bc-search-key =
                 ws-badcheck-entry(ws-bc-search-mid) then
                   move "Y" to ws-bc-found-flag
               else
                   if ws-bc-search-key >
                     ws-badcheck-entry(ws-bc-search-mid) then
                       compute ws-bc-search-lo =
                         ws-bc-search-mid + 1
                   else
                       compute ws-bc-search-hi =
                         ws-bc-search-mid - 1
                   end-if
               end-if

           end-perform.

           if ws-bc-found-flag = "Y" then
               move "Y" to ws-group-check-listed
           end-if.

      *    Replays the held group through the normal per-record
      *    machinery in stream order - with ws-group-sum-bad still
      *    up, every line of the group draws error 18 and the

           move "N" to ws-tender-orphan-flag.

           if transaction-code-group-line-88 then

               if ws-group-invoice not = spaces and
                 invoice-number = ws-group-invoice and
           perform 403-process-error17.
           perform 404-process-error18.
           perform 406-process-error19.
           perform 407-process-error20.
           perform 408-process-error21.

       310-process-error1.


       330-process-error3.

      *    Error 3: Payment Type - a check detail line must carry
      *    the check tender code
           if not payment-type-valid-88 or
             (transaction-code-check-detail-88 and
              not payment-type-check-88) then

               move ws-error3-text to ws-error3
               write report-line from ws-report-error-line3
       395-process-error10.

      *    Error 10: Empty SKU Code (credit memos, gift card
      *    issuances, tender lines, and check detail lines don't
      *    carry a SKU, so codes C, G, T, and K are exempt from
      *    this check)
           if in-sku-code is equal spaces
             and not transaction-code-credit-memo-88
             and not transaction-code-giftcard-88
             and not transaction-code-group-line-88 then

               move ws-error10-text to ws-error10
               write report-line from ws-report-error-line10
      *    see ReturnsProcessing.cbl's 307-match-original-sale - so R
      *    and X are exempt from this check the same way C is exempt
      *    from the blank-SKU check in 395-process-error10; tender
      *    and check detail lines reuse their own transaction's
      *    invoice and are exempt too)
           move "N" to ws-duplicate-found-flag

           if not transaction-code-return-88
             and not transaction-code-exchange-88
             and not transaction-code-group-line-88 then

               move invoice-number to ws-hash-invoice
               perform 145-probe-seen-invoices
      *    Error 12: SKU Not Found in Master - binary search of the
      *    table 052-sort-product-table ordered at startup. A hit
      *    also remembers the master unit price for the
      *    reasonableness check in 401-process-error15. A check
      *    detail line carries bank details in the SKU's place
           move "N" to ws-sku-found-flag
           move spaces to ws-matched-price

           if in-sku-code not equal spaces and
             not transaction-code-check-detail-88 then

               move 1 to ws-search-lo
               move ws-num-skus to ws-search-hi

       398-process-error13.

      *    Error 13: Transaction Date must be a real calendar date.
      *    A check detail line carries no date - it goes by its
      *    transaction's, and the window check below skips it
           move "N" to ws-date-valid-flag

           if transaction-date numeric and
             not transaction-code-check-detail-88 then
               move td-year to ws-td-year
               move td-month to ws-td-month
               move td-day to ws-td-day
               perform 130-validate-calendar-date
           end-if

           if ws-date-valid-flag = "N" and
             not transaction-code-check-detail-88 then

               move ws-error13-text to ws-error13
               write report-line from ws-report-error-line13
      *    master for this record's store, checked the same way
      *    store numbers are checked against STOREMAST.dat - and
      *    inert when CASHMAST.dat is absent or empty, so an
      *    un-deployed file cannot bounce a whole day's records.
      *    A check detail line carries no cashier and is exempt
       403-process-error17.

           if ws-num-cashiers > 0 and
             not transaction-code-check-detail-88 then

               move "N" to ws-cashier-found-flag


           end-if.

      *    Error 20: every check taken in payment must be followed
      *    by a well-formed K line for the same amount, and every K
      *    line must follow such a check - judged over the whole
      *    held group in 212-check-group-checks, so the whole group
      *    bounces together
       407-process-error20.

           if ws-group-check-bad = "Y" then

               move ws-error20-text to ws-error20
               write report-line from ws-report-error-line20
               compute ws-error20-counter = ws-error20-counter + 1

           end-if.

      *    Error 21: the check's routing and account are on the
      *    bad-check file
       408-process-error21.

           if ws-group-check-listed = "Y" then

               move ws-error21-text to ws-error21
               write report-line from ws-report-error-line21
               compute ws-error21-counter = ws-error21-counter + 1

           end-if.

       400-process-lines.

      *    If there are errors
             ws-error16-counter is not equal 0 or
             ws-error17-counter is not equal 0 or
             ws-error18-counter is not equal 0 or
             ws-error19-counter is not equal 0 or
             ws-error20-counter is not equal 0 or
             ws-error21-counter is not equal 0 then

               compute ws-invalid-counter =
                 ws-invalid-counter + 1
      *        A rejected transaction record invalidates its whole
      *        tender group - the T lines behind it follow it to
      *        the invalid file through 250-track-tender-group
               if not transaction-code-group-line-88 then
                   move "N" to ws-group-parent-valid
               end-if


               compute ws-valid-counter = ws-valid-counter + 1

               if not transaction-code-group-line-88 then
                   move "Y" to ws-group-parent-valid
               end-if

