
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

       fd reason-master-file
           data record is reason-master-rec
       01 ws-check-record.
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
      *record, same as Edit's check-detail-record
       01 ws-check-detail-record redefines ws-check-record.
         05 filler pic x(21).
         05 ck-routing-number pic x(9).
         05 ck-routing-number-n redefines ck-routing-number
                       pic 9(9).
         05 ck-account-number pic x(14).
         05 ck-check-number pic x(6).

      *Report title
       01 ws-report-title-line1.
         05 filler pic x(11) value spaces.
       77 ws-error15-text pic x(24) value "AMOUNT OFF MASTER PRICE".
       77 ws-error16-text pic x(24) value "INVALID REASON CODE".
       77 ws-error17-text pic x(24) value "INVALID CASHIER ID".
       77 ws-error20-text pic x(24) value "INVALID CHECK DETAIL".

      *Same reasonableness factor as Edit's 401-process-error15
       77 ws-price-factor pic 9(3) value 50.
           perform 401-check-error15.
           perform 402-check-error16.
           perform 403-check-error17.
           perform 407-check-error20.

      *    Remembers the first failing check's message for the
      *    STILL INVALID report line

       330-check-error3.

      *    Error 3: Payment Type - a check detail line must carry
      *    the check tender code
           if not payment-type-valid-88 or
             (transaction-code-check-detail-88 and
              not payment-type-check-88) then
               if ws-first-error-text = spaces then
                   move ws-error3-text to ws-first-error-text
               end-if
       395-check-error10.

      *    Error 10: Empty SKU Code (credit memos, gift card
      *    issuances, tender lines, and check detail lines don't
      *    carry a SKU, so codes C, G, T, and K are exempt from
      *    this check)
           if in-sku-code is equal spaces
             and not transaction-code-credit-memo-88
             and not transaction-code-giftcard-88
             and not transaction-code-group-line-88 then
               if ws-first-error-text = spaces then
                   move ws-error10-text to ws-first-error-text
               end-if
       396-check-error11.

      *    Error 11: Duplicate Invoice Number within this repair run
      *    (returns, exchanges, tender lines, and check detail
      *    lines legitimately reuse an existing invoice number, so
      *    R, X, T, and K are exempt, same as Edit's
      *    396-process-error11)
           move "N" to ws-duplicate-found-flag

           if not transaction-code-return-88
             and not transaction-code-exchange-88
             and not transaction-code-group-line-88 then

               perform varying ws-dup-sub from 1 by 1
                 until ws-dup-sub > ws-seen-invoice-count
           move "N" to ws-sku-found-flag
           move spaces to ws-matched-price

           if in-sku-code not equal spaces and
             not transaction-code-check-detail-88 then

               move 1 to ws-search-lo
               move ws-num-skus to ws-search-hi
      *    when CASHMAST.dat is absent or empty
       403-check-error17.

           if ws-num-cashiers > 0 and
             not transaction-code-check-detail-88 then

               move "N" to ws-cashier-found-flag


           end-if.

      *    Error 20: a check detail line needs a real routing
      *    number, an account, and a numeric check number. Its
      *    pairing with the check tender and the bad-check lookup
      *    are group edits, left to Edit when the group comes back
      *    through on the resubmit file
       407-check-error20.

           if transaction-code-check-detail-88 then
               if ck-routing-number not numeric or
                 ck-account-number = spaces or
                 ck-check-number not numeric then
                   if ws-first-error-text = spaces then
                       move ws-error20-text to ws-first-error-text
                   end-if
                   perform 305-record-check-failure
               else
                   if ck-routing-number-n = 0 then
                       if ws-first-error-text = spaces then
                           move ws-error20-text
                             to ws-first-error-text
                       end-if
                       perform 305-record-check-failure
                   end-if
               end-if
           end-if.

       398-check-error13.

      *    Error 13: Transaction Date must be a real calendar date;
      *    a check detail line carries none and is exempt
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
               if ws-first-error-text = spaces then
                   move ws-error13-text to ws-first-error-text
               end-if
