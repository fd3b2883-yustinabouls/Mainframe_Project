       identification division.
       program-id. SalesPlanVariance.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The SALES PLAN VARIANCE program sets the
      * weekly sales and return-rate plan finance loads for the year
      * on SALESPLAN.dat against the actuals DataSplitandCount
      * appends to STOREHIST.dat, so plan-versus-actual no longer
      * means copying StoreTrend.out into a spreadsheet. Each store
      * and the chain get a week-to-date, month-to-date, and
      * year-to-date line with the dollar and percent variance and
      * the actual and planned return rate. A plan week is prorated
      * by the days of it that fall inside the period, and only the
      * actuals on days a plan covers are compared, so a store with
      * a hole in its plan is listed with the days missing instead
      * of being measured against a zero. Stores short of plan, or
      * over their return-rate plan, by more than the tolerance on
      * PLANTOL.dat are flagged.

       environment division.
       input-output section.
       file-control.

           select store-history-file
               assign to ws-store-history-name
               organization is line sequential
               file status is ws-storehist-status.

           select store-master-file
               assign to "../../../data/STOREMAST.dat"
               organization is line sequential
               file status is ws-storemast-status.

      *One row per store and plan week, loaded by finance for the
      *year
           select sales-plan-file
               assign to "../../../data/SALESPLAN.dat"
               organization is line sequential
               file status is ws-salesplan-status.

           select plan-tolerance-file
               assign to "../../../data/PLANTOL.dat"
               organization is line sequential
               file status is ws-plantol-status.

           select variance-report-file
               assign to ws-variance-report-name
               organization is line sequential.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.
       fd store-history-file
           data record is store-history-rec
           record contains 105 characters.

       01 store-history-rec.
         05 sh-batch-date pic 9(8).
         05 sh-store-number pic xx.
         05 sh-sl-count pic 9(7).
         05 sh-sl-amount pic 9(10)v99.
         05 sh-r-count pic 9(7).
         05 sh-r-amount pic 9(10)v99.
         05 sh-x-count pic 9(7).
         05 sh-x-amount pic 9(10)v99.
         05 sh-c-count pic 9(7).
         05 sh-c-amount pic 9(10)v99.
         05 sh-g-count pic 9(7).
         05 sh-g-amount pic 9(10)v99.

       fd store-master-file
           data record is store-master-rec
           record contains 22 characters.

       01 store-master-rec.
         05 sm-store-number pic xx.
         05 sm-store-name pic x(20).

      *A plan week runs Sunday through the Saturday it is keyed by;
      *the return rate is planned returns per hundred sales and
      *layaways, to one decimal
       fd sales-plan-file
           data record is sales-plan-rec
           record contains 24 characters.

       01 sales-plan-rec.
         05 sp-store-number pic xx.
         05 sp-week-ending pic 9(8).
         05 sp-plan-sales pic 9(8)v99.
         05 sp-plan-return-rate pic 9(3)v9.

      *Single-row control file: the percent short of plan - and
      *the points over the return-rate plan - a store may run
      *before it is flagged, same control-file idiom as
      *RETURNRATE.dat
       fd plan-tolerance-file
           data record is plan-tolerance-rec
           record contains 3 characters.

       01 plan-tolerance-rec pic 9(3).

       fd variance-report-file
           data record is report-line
           record contains 80 characters.

       01 report-line pic x(80).

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
         05 ws-store-history-name pic x(48) value
             "../../../data/STOREHIST.dat".
         05 ws-variance-report-name pic x(48) value
             "../../../data/PlanVariance.out".

      *End of file flags and file statuses
       01 ws-storehist-status pic xx.
       01 ws-storehist-eof pic x value "n".
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
       01 ws-salesplan-status pic xx.
       01 ws-salesplan-eof pic x value "n".
       01 ws-plantol-status pic xx.

      *Run-control batch stamp - every period ends on its date
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

      *Percent short of plan, and points over the return-rate plan,
      *a store may run before it is flagged; PLANTOL.dat overrides
       01 ws-tolerance-pct pic 9(3) value 5.

      *The three periods reported, each running from its start
      *through the batch date: week to date from the Sunday, month
      *to date from the 1st, year to date from January 1st
       77 ws-num-windows pic 9 value 3.
       01 ws-window-table.
         05 ws-window-entry occurs 3 times.
           10 ws-win-label pic x(3).
           10 ws-win-start-date pic 9(8).
           10 ws-win-start-int pic 9(7).
           10 ws-win-days pic 9(3).
       01 ws-win-sub pic 9.
       01 ws-earliest-int pic 9(7).

      *Store table, loaded from STOREMAST.dat like the other
      *programs, with the actual and planned figures per period.
      *The covered figures are the actuals on days a plan week
      *covers - the ones the plan is measured against
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-entry occurs 1 to 50 times
                       depending on ws-num-of-stores.
           10 ws-st-number pic xx.
           10 ws-st-name pic x(20).
           10 ws-st-plan-rows pic 9(4).
           10 ws-st-flagged pic x.
           10 ws-st-window occurs 3 times.
             15 ws-sw-act-sales pic 9(10)v99.
             15 ws-sw-act-sl pic 9(7).
             15 ws-sw-act-r pic 9(7).
             15 ws-sw-cov-sales pic 9(10)v99.
             15 ws-sw-cov-sl pic 9(7).
             15 ws-sw-cov-r pic 9(7).
             15 ws-sw-plan-sales pic 9(10)v9999.
             15 ws-sw-plan-rate-wt pic 9(12)v9999.
             15 ws-sw-plan-days pic 9(3).
       01 ws-store-sub pic 99.
       01 ws-store-found-sub pic 99.

      *Chain totals per period, over the stores with plan in it
       01 ws-chain-table.
         05 ws-chain-window occurs 3 times.
           10 ws-cw-cov-sales pic 9(10)v99.
           10 ws-cw-cov-sl pic 9(7).
           10 ws-cw-cov-r pic 9(7).
           10 ws-cw-plan-sales pic 9(10)v9999.
           10 ws-cw-plan-rate-wt pic 9(12)v9999.
           10 ws-cw-unplanned-sales pic 9(10)v99.
           10 ws-cw-unplanned-stores pic 99.

      *Plan table, loaded from SALESPLAN.dat and sorted by store
      *and week-ending date so each history row can binary search
      *for the plan week it falls in
       77 ws-max-plans pic 9(4) value 5000.
       01 ws-num-plans pic 9(4) value 0.
       01 ws-plan-table.
         05 ws-plan-entry occurs 1 to 5000 times
                       depending on ws-num-plans.
           10 ws-pl-key.
             15 ws-pl-store pic xx.
             15 ws-pl-week-ending pic 9(8).
           10 ws-pl-sales pic 9(8)v99.
           10 ws-pl-rate pic 9(3)v9.
           10 ws-pl-store-sub pic 99.
           10 ws-pl-dup-flag pic x.
       01 ws-pl-sub pic 9(4).
       01 ws-plan-sort-work.
         05 ws-sort-gap pic 9(4).
         05 ws-sort-sub pic 9(4).
         05 ws-sort-swapped pic x.
         05 ws-plan-swap-entry pic x(27).
         05 ws-search-lo pic 9(4).
         05 ws-search-hi pic 9(4).
         05 ws-search-mid pic 9(4).
       01 ws-search-key.
         05 ws-sk-store pic xx.
         05 ws-sk-week-ending pic 9(8).
       01 ws-plan-found-flag pic x.

      *SALESPLAN.dat rows that could not be used, listed on the
      *report
       77 ws-max-rejects pic 9(3) value 200.
       01 ws-num-rejects pic 9(3) value 0.
       01 ws-reject-table.
         05 ws-reject-entry occurs 1 to 200 times
                       depending on ws-num-rejects.
           10 ws-rj-row pic x(24).
           10 ws-rj-reason pic x(24).
       01 ws-rj-sub pic 9(3).
       01 ws-rj-reason-work pic x(24).
       01 ws-rj-row-work.
         05 ws-rw-key pic x(10).
         05 ws-rw-plan-sales pic 9(8)v99.
         05 ws-rw-plan-return-rate pic 9(3)v9.
       01 ws-rejects-total pic 9(5) value 0.

      *Dates already filed per store, so a rerun's duplicate rows
      *on the history file are only counted once
       77 ws-max-seen pic 9(5) value 20000.
       01 ws-num-seen pic 9(5) value 0.
       01 ws-seen-table.
         05 ws-seen-key pic x(10) occurs 20000 times.
       01 ws-seen-sub pic 9(5).
       01 ws-seen-flag pic x.
       01 ws-seen-test-key pic x(10).

      *Date-check work fields, same rules as Edit's calendar check
       01 ws-date-checks.
         05 ws-date-valid-flag pic x value "N".
         05 ws-td-date pic 9(8).
         05 ws-td-date-r redefines ws-td-date.
           10 ws-td-year pic 9(4).
           10 ws-td-month pic 99.
           10 ws-td-day pic 99.
         05 ws-days-in-month pic 99.

      *Work fields
       01 ws-calcs.
         05 ws-batch-int pic 9(7) value 0.
         05 ws-row-int pic 9(7) value 0.
         05 ws-week-end-int pic 9(7) value 0.
         05 ws-week-start-int pic 9(7) value 0.
         05 ws-overlap-start pic 9(7) value 0.
         05 ws-overlap-end pic 9(7) value 0.
         05 ws-overlap-days pic 9 value 0.
         05 ws-prorated-plan pic 9(10)v9999 value 0.
         05 ws-rows-read pic 9(7) value 0.
         05 ws-rows-used pic 9(7) value 0.
         05 ws-plan-rows-read pic 9(5) value 0.
         05 ws-flagged-counter pic 99 value 0.
         05 ws-gap-counter pic 9(3) value 0.

      *One period's figures, staged for the variance line
       01 ws-variance-work.
         05 ws-vw-cov-sales pic 9(10)v99.
         05 ws-vw-act-sales pic 9(10)v99.
         05 ws-vw-cov-sl pic 9(7).
         05 ws-vw-cov-r pic 9(7).
         05 ws-vw-act-sl pic 9(7).
         05 ws-vw-act-r pic 9(7).
         05 ws-vw-plan-sales pic 9(10)v9999.
         05 ws-vw-plan-rate-wt pic 9(12)v9999.
         05 ws-vw-plan-days pic 9(3).
         05 ws-vw-plan-cents pic 9(10)v99.
         05 ws-vw-variance pic s9(10)v99.
         05 ws-vw-var-pct pic s9(5)v9.
         05 ws-vw-act-rate pic 9(3)v9.
         05 ws-vw-plan-rate pic 9(3)v9.
         05 ws-vw-rate-over pic s9(3)v9.
         05 ws-vw-flag pic x(7).

      *Report lines
       01 ws-report-title-line1.
         05 filler pic x(20) value spaces.
         05 filler pic x(28) value "SALES PLAN VARIANCE REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(24) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

       01 ws-period-line.
         05 filler pic x(9) value "WTD FROM ".
         05 ws-pd-wtd pic 9(8).
         05 filler pic x(11) value "  MTD FROM ".
         05 ws-pd-mtd pic 9(8).
         05 filler pic x(11) value "  YTD FROM ".
         05 ws-pd-ytd pic 9(8).
         05 filler pic x(5) value "  TO ".
         05 ws-pd-to pic 9(8).
         05 filler pic x(12) value spaces.

       01 ws-tolerance-line1.
         05 filler pic x(42) value
           "SALES = sales short of plan by more than".
         05 ws-tol-pct1 pic zz9.
         05 filler pic x(35) value "%".

       01 ws-tolerance-line2.
         05 filler pic x(42) value
           "RET   = return rate over plan by more than".
         05 ws-tol-pct2 pic zz9.
         05 filler pic x(35) value " points".

       01 ws-tolerance-line3.
         05 filler pic x(80) value
           "*     = plan covers part of the period - see PLAN GAPS".

       01 ws-variance-heading-line1.
         05 filler pic x(62) value spaces.
         05 filler pic x(18) value "Return Rate".

       01 ws-variance-heading-line2.
         05 filler pic x(40) value
           "  Per    Actual Sales     Plan Sales    ".
         05 filler pic x(40) value
           "  Variance $   Var %  Actl  Plan Flag".

       01 ws-store-line.
         05 filler pic x(6) value "STORE ".
         05 ws-sl-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-sl-name pic x(20).
         05 filler pic x(50) value spaces.

       01 ws-chain-line.
         05 filler pic x(80) value
           "CHAIN TOTAL - STORES WITH PLAN FOR THE PERIOD".

       01 ws-chain-gap-line.
         05 filler pic x(2) value spaces.
         05 ws-cg-period pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-cg-stores pic z9.
         05 filler pic x(29) value
           " STORES WITHOUT FULL PLAN -  ".
         05 ws-cg-unplanned pic $$$,$$$,$$9.99.
         05 filler pic x(28) value " NOT COMPARED".

       01 ws-variance-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-vd-period pic x(4).
         05 filler pic x(1) value spaces.
         05 ws-vd-actual pic $$$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-vd-plan pic $$$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-vd-variance pic $$$,$$$,$$9.99-.
         05 filler pic x(1) value spaces.
         05 ws-vd-pct pic ----9.9.
         05 filler pic x(1) value spaces.
         05 ws-vd-act-rate pic zz9.9.
         05 filler pic x(1) value spaces.
         05 ws-vd-plan-rate pic zz9.9.
         05 filler pic x(1) value spaces.
         05 ws-vd-flag pic x(7).

       01 ws-no-plan-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-np-period pic x(4).
         05 filler pic x(1) value spaces.
         05 ws-np-actual pic $$$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 filler pic x(38) value
           "NO PLAN - NOT COMPARED".
         05 ws-np-act-rate pic zz9.9.
         05 filler pic x(15) value spaces.

       01 ws-gap-title-line.
         05 filler pic x(80) value
           "PLAN GAPS - ACTUALS ON THESE DAYS ARE NOT COMPARED".

       01 ws-gap-detail-line.
         05 filler pic x(6) value "STORE ".
         05 ws-gd-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-gd-period pic x(3).
         05 filler pic x(14) value "  PLAN COVERS ".
         05 ws-gd-plan-days pic zz9.
         05 filler pic x(4) value " OF ".
         05 ws-gd-win-days pic zz9.
         05 filler pic x(8) value " DAYS - ".
         05 ws-gd-unplanned pic $$$,$$$,$$9.99.
         05 filler pic x(21) value " NOT COMPARED".

       01 ws-no-plan-store-line.
         05 filler pic x(6) value "STORE ".
         05 ws-ns-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-ns-name pic x(20).
         05 filler pic x(50) value
           "NO PLAN ROWS ON SALESPLAN.DAT".

       01 ws-no-gap-line.
         05 filler pic x(80) value
           "Every store has plan for every day of every period.".

       01 ws-reject-title-line.
         05 filler pic x(80) value "SALESPLAN.DAT ROWS REJECTED".

       01 ws-reject-detail-line.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-rd-row pic x(24).
         05 filler pic x(2) value spaces.
         05 ws-rd-reason pic x(24).
         05 filler pic x(20) value spaces.

       01 ws-no-plan-file-line.
         05 filler pic x(80) value
           "No SALESPLAN.dat on file - nothing to compare against.".

       01 ws-total-line.
         05 ws-tl-label pic x(30).
         05 ws-tl-count pic z(6)9.
         05 filler pic x(43) value spaces.

       procedure division.
       000-main.

      *    Reads the batch stamp and sets the three periods
           perform 045-load-run-control.
           perform 055-set-windows.

      *    Loads the stores, the tolerance, and the plan, and
      *    prorates each plan week into the periods it falls in
           perform 050-load-store-master.
           perform 052-load-tolerance.
           perform 060-load-sales-plan.

      *    Streams the history into the period actuals
           perform 100-load-store-history.

           open output variance-report-file.

           perform 200-print-headings.

           perform 300-print-store-variance.
           perform 400-print-chain-total.
           perform 500-print-plan-gaps.
           perform 550-print-rejects.
           perform 600-print-totals.

           close variance-report-file.

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

           move function integer-of-date(ws-batch-date)
             to ws-batch-int.

           if ws-dry-run-flag = "Y" then
               perform 046-set-dry-run-files
           end-if.

      *    A dry run reads the live masters but keeps every file
      *    the chain writes in the dry-run area, and stamps the
      *    report headings so the printout cannot pass for a
      *    live night
       046-set-dry-run-files.

           move "** DRY RUN - NOT LIVE **" to ws-bh-dry-run.
           move "../../../dryrun/STOREHIST.dat"
             to ws-store-history-name.
           move "../../../dryrun/PlanVariance.out"
             to ws-variance-report-name.

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
                                 to ws-st-number(ws-num-of-stores)
                               move sm-store-name
                                 to ws-st-name(ws-num-of-stores)
                           end-if
                   end-read

               end-perform

               close store-master-file

           end-if.

      *    STOREMAST.dat missing or empty falls back to the original
      *    hardcoded store list, same as the other programs
           if ws-num-of-stores = 0 then
               move "01" to ws-st-number(1)
               move "02" to ws-st-number(2)
               move "03" to ws-st-number(3)
               move "04" to ws-st-number(4)
               move "05" to ws-st-number(5)
               move "12" to ws-st-number(6)
               move 6 to ws-num-of-stores
               perform
                 varying ws-store-sub from 1 by 1
                 until ws-store-sub > ws-num-of-stores
                   move spaces to ws-st-name(ws-store-sub)
               end-perform
           end-if.

      *    The period accumulators carry no VALUE clauses, so they
      *    are zeroed before the first row lands
           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move 0 to ws-st-plan-rows(ws-store-sub)
               move "N" to ws-st-flagged(ws-store-sub)
               perform
                 varying ws-win-sub from 1 by 1
                 until ws-win-sub > ws-num-windows
                   move 0 to ws-sw-act-sales(ws-store-sub ws-win-sub)
                   move 0 to ws-sw-act-sl(ws-store-sub ws-win-sub)
                   move 0 to ws-sw-act-r(ws-store-sub ws-win-sub)
                   move 0 to ws-sw-cov-sales(ws-store-sub ws-win-sub)
                   move 0 to ws-sw-cov-sl(ws-store-sub ws-win-sub)
                   move 0 to ws-sw-cov-r(ws-store-sub ws-win-sub)
                   move 0
                     to ws-sw-plan-sales(ws-store-sub ws-win-sub)
                   move 0
                     to ws-sw-plan-rate-wt(ws-store-sub ws-win-sub)
                   move 0
                     to ws-sw-plan-days(ws-store-sub ws-win-sub)
               end-perform
           end-perform.

           perform
             varying ws-win-sub from 1 by 1
             until ws-win-sub > ws-num-windows
               move 0 to ws-cw-cov-sales(ws-win-sub)
               move 0 to ws-cw-cov-sl(ws-win-sub)
               move 0 to ws-cw-cov-r(ws-win-sub)
               move 0 to ws-cw-plan-sales(ws-win-sub)
               move 0 to ws-cw-plan-rate-wt(ws-win-sub)
               move 0 to ws-cw-unplanned-sales(ws-win-sub)
               move 0 to ws-cw-unplanned-stores(ws-win-sub)
           end-perform.

      *    An absent tolerance file leaves the 5% default
       052-load-tolerance.

           open input plan-tolerance-file.

           if ws-plantol-status = "00" then

               read plan-tolerance-file
                   not at end
                       if plan-tolerance-rec numeric then
                           move plan-tolerance-rec
                             to ws-tolerance-pct
                       end-if
               end-read

               close plan-tolerance-file

           end-if.

      *    The week starts on the Sunday on or before the batch date
      *    - day 1 of the integer-date calendar is a Monday, so the
      *    integer date divided by 7 leaves 0 on a Sunday
       055-set-windows.

           move "WTD" to ws-win-label(1).
           compute ws-win-start-int(1) =
             ws-batch-int - function mod(ws-batch-int, 7).
           move function date-of-integer(ws-win-start-int(1))
             to ws-win-start-date(1).

           move "MTD" to ws-win-label(2).
           move ws-batch-date to ws-win-start-date(2).
           move "01" to ws-win-start-date(2)(7:2).
           move function integer-of-date(ws-win-start-date(2))
             to ws-win-start-int(2).

           move "YTD" to ws-win-label(3).
           move ws-batch-date to ws-win-start-date(3).
           move "0101" to ws-win-start-date(3)(5:4).
           move function integer-of-date(ws-win-start-date(3))
             to ws-win-start-int(3).

           move ws-batch-int to ws-earliest-int.

           perform
             varying ws-win-sub from 1 by 1
             until ws-win-sub > ws-num-windows
               compute ws-win-days(ws-win-sub) =
                 ws-batch-int - ws-win-start-int(ws-win-sub) + 1
               if ws-win-start-int(ws-win-sub) < ws-earliest-int
                   move ws-win-start-int(ws-win-sub)
                     to ws-earliest-int
               end-if
           end-perform.

      *    Loads every usable plan row, sorts the table, drops the
      *    second of any two rows for the same store and week, and
      *    prorates what is left into the periods
       060-load-sales-plan.

           open input sales-plan-file.

           if ws-salesplan-status = "00" then

               perform until ws-salesplan-eof = "y"

                   read sales-plan-file
                       at end
                           move "y" to ws-salesplan-eof
                       not at end
                           add 1 to ws-plan-rows-read
                           perform 062-check-plan-row
                   end-read

               end-perform

               close sales-plan-file

           end-if.

           perform 068-sort-plan-table.

           perform
             varying ws-pl-sub from 1 by 1
             until ws-pl-sub > ws-num-plans
               move "N" to ws-pl-dup-flag(ws-pl-sub)
               if ws-pl-sub > 1 then
                   if ws-pl-key(ws-pl-sub) = ws-pl-key(ws-pl-sub - 1)
                   then
                       move "Y" to ws-pl-dup-flag(ws-pl-sub)
                       move ws-pl-key(ws-pl-sub) to ws-rw-key
                       move ws-pl-sales(ws-pl-sub)
                         to ws-rw-plan-sales
                       move ws-pl-rate(ws-pl-sub)
                         to ws-rw-plan-return-rate
                       move "DUPLICATE STORE AND WEEK"
                         to ws-rj-reason-work
                       perform 066-add-reject
                   end-if
               end-if
               if ws-pl-dup-flag(ws-pl-sub) = "N" then
                   perform 070-prorate-plan-row
               end-if
           end-perform.

       062-check-plan-row.

           move spaces to ws-rj-reason-work.
           move 0 to ws-store-found-sub.

           if sp-week-ending not numeric
             or sp-plan-sales not numeric
             or sp-plan-return-rate not numeric then
               move "NOT NUMERIC" to ws-rj-reason-work
           else

               move sp-week-ending to ws-td-date
               perform 064-validate-calendar-date

               if ws-date-valid-flag = "N" then
                   move "WEEK ENDING NOT A DATE" to ws-rj-reason-work
               else
                   if function mod
                     (function integer-of-date(sp-week-ending), 7)
                     not = 6 then
                       move "WEEK ENDING NOT SATURDAY"
                         to ws-rj-reason-work
                   end-if
               end-if

           end-if.

           if ws-rj-reason-work = spaces then
               perform
                 varying ws-store-sub from 1 by 1
                 until ws-store-sub > ws-num-of-stores
                   if ws-st-number(ws-store-sub) = sp-store-number
                       move ws-store-sub to ws-store-found-sub
                   end-if
               end-perform
               if ws-store-found-sub = 0 then
                   move "STORE NOT ON STOREMAST" to ws-rj-reason-work
               end-if
           end-if.

           if ws-rj-reason-work = spaces
             and ws-num-plans not < ws-max-plans then
               move "PLAN TABLE FULL" to ws-rj-reason-work
           end-if.

           if ws-rj-reason-work = spaces then
               add 1 to ws-num-plans
               move sp-store-number to ws-pl-store(ws-num-plans)
               move sp-week-ending to ws-pl-week-ending(ws-num-plans)
               move sp-plan-sales to ws-pl-sales(ws-num-plans)
               move sp-plan-return-rate to ws-pl-rate(ws-num-plans)
               move ws-store-found-sub
                 to ws-pl-store-sub(ws-num-plans)
           else
               move sales-plan-rec to ws-rj-row-work
               perform 066-add-reject
           end-if.

      *    Sets ws-date-valid-flag when ws-td-date is a real
      *    calendar date
       064-validate-calendar-date.

           move "N" to ws-date-valid-flag.

           move 31 to ws-days-in-month.

           if ws-td-month = 04 or 06 or 09 or 11 then
               move 30 to ws-days-in-month
           end-if.

           if ws-td-month = 02 then
               if function mod(ws-td-year, 4) = 0 and
                 (function mod(ws-td-year, 100) not = 0 or
                  function mod(ws-td-year, 400) = 0) then
                   move 29 to ws-days-in-month
               else
                   move 28 to ws-days-in-month
               end-if
           end-if.

           if ws-td-month >= 01 and ws-td-month <= 12 and
             ws-td-day >= 01 and ws-td-day <= ws-days-in-month and
             ws-td-year >= 1900 then
               move "Y" to ws-date-valid-flag
           end-if.

       066-add-reject.

           add 1 to ws-rejects-total.

           if ws-num-rejects < ws-max-rejects then
               add 1 to ws-num-rejects
               move ws-rj-row-work to ws-rj-row(ws-num-rejects)
               move ws-rj-reason-work to ws-rj-reason(ws-num-rejects)
           end-if.

      *    Orders the plan table by store and week-ending date with
      *    the same shrinking-gap exchange sort the other programs
      *    use
       068-sort-plan-table.

           move ws-num-plans to ws-sort-gap.
           move "Y" to ws-sort-swapped.

           perform until ws-sort-gap <= 1 and ws-sort-swapped = "N"

               compute ws-sort-gap = ws-sort-gap * 10 / 13
               if ws-sort-gap < 1 then
                   move 1 to ws-sort-gap
               end-if

               move "N" to ws-sort-swapped

               perform
                 varying ws-sort-sub from 1 by 1
                 until ws-sort-sub + ws-sort-gap > ws-num-plans
                   if ws-pl-key(ws-sort-sub) >
                     ws-pl-key(ws-sort-sub + ws-sort-gap) then
                       move ws-plan-entry(ws-sort-sub)
                         to ws-plan-swap-entry
                       move ws-plan-entry(ws-sort-sub + ws-sort-gap)
                         to ws-plan-entry(ws-sort-sub)
                       move ws-plan-swap-entry
                         to ws-plan-entry(ws-sort-sub + ws-sort-gap)
                       move "Y" to ws-sort-swapped
                   end-if
               end-perform

           end-perform.

      *    Spreads one plan week over the periods it overlaps, a
      *    seventh of the week's plan for each day inside the period
       070-prorate-plan-row.

           move ws-pl-store-sub(ws-pl-sub) to ws-store-sub.
           add 1 to ws-st-plan-rows(ws-store-sub).

           move function integer-of-date(ws-pl-week-ending(ws-pl-sub))
             to ws-week-end-int.
           compute ws-week-start-int = ws-week-end-int - 6.

           perform
             varying ws-win-sub from 1 by 1
             until ws-win-sub > ws-num-windows
               perform 072-prorate-into-window
           end-perform.

       072-prorate-into-window.

           move ws-week-start-int to ws-overlap-start.
           if ws-win-start-int(ws-win-sub) > ws-overlap-start then
               move ws-win-start-int(ws-win-sub) to ws-overlap-start
           end-if.

           move ws-week-end-int to ws-overlap-end.
           if ws-batch-int < ws-overlap-end then
               move ws-batch-int to ws-overlap-end
           end-if.

           if ws-overlap-end >= ws-overlap-start then
               compute ws-overlap-days =
                 ws-overlap-end - ws-overlap-start + 1
               compute ws-prorated-plan =
                 ws-pl-sales(ws-pl-sub) * ws-overlap-days / 7
               add ws-prorated-plan
                 to ws-sw-plan-sales(ws-store-sub ws-win-sub)
               compute ws-sw-plan-rate-wt(ws-store-sub ws-win-sub) =
                 ws-sw-plan-rate-wt(ws-store-sub ws-win-sub)
                 + ws-prorated-plan * ws-pl-rate(ws-pl-sub)
               add ws-overlap-days
                 to ws-sw-plan-days(ws-store-sub ws-win-sub)
           end-if.

       100-load-store-history.

           open input store-history-file.

           if ws-storehist-status = "00" then

               perform until ws-storehist-eof = "y"

                   read store-history-file
                       at end
                           move "y" to ws-storehist-eof
                       not at end
                           add 1 to ws-rows-read
                           perform 110-file-one-row
                   end-read

               end-perform

               close store-history-file

           end-if.

      *    Files one history row into every period it falls in, and
      *    into the covered figures too when its store has a plan
      *    for that week. A row already seen for the same store and
      *    date is a rerun's duplicate and is skipped
       110-file-one-row.

           if sh-batch-date numeric
             and sh-batch-date <= ws-batch-date then

               move function integer-of-date(sh-batch-date)
                 to ws-row-int

               if ws-row-int >= ws-earliest-int then

                   move sh-batch-date to ws-seen-test-key(1:8)
                   move sh-store-number to ws-seen-test-key(9:2)
                   perform 120-check-seen

                   if ws-seen-flag = "N" then

                       move 0 to ws-store-found-sub

                       perform varying ws-store-sub from 1 by 1
                         until ws-store-sub > ws-num-of-stores
                           if ws-st-number(ws-store-sub) =
                             sh-store-number
                               move ws-store-sub
                                 to ws-store-found-sub
                           end-if
                       end-perform

                       if ws-store-found-sub > 0 then
                           add 1 to ws-rows-used
                           perform 115-find-plan-week
                           perform
                             varying ws-win-sub from 1 by 1
                             until ws-win-sub > ws-num-windows
                               perform 117-bucket-one-row
                           end-perform
                       end-if

                   end-if

               end-if

           end-if.

      *    Looks for the plan week holding the row's date - the
      *    Saturday on or after it - under the row's store
       115-find-plan-week.

           compute ws-week-end-int =
             ws-row-int + 6 - function mod(ws-row-int, 7).

           move sh-store-number to ws-sk-store.
           move function date-of-integer(ws-week-end-int)
             to ws-sk-week-ending.

           move "N" to ws-plan-found-flag.
           move 1 to ws-search-lo.
           move ws-num-plans to ws-search-hi.

           perform until ws-search-lo > ws-search-hi
             or ws-plan-found-flag = "Y"
               compute ws-search-mid =
                 (ws-search-lo + ws-search-hi) / 2
               if ws-pl-key(ws-search-mid) = ws-search-key then
                   move "Y" to ws-plan-found-flag
               else
                   if ws-pl-key(ws-search-mid) < ws-search-key then
                       compute ws-search-lo = ws-search-mid + 1
                   else
                       if ws-search-mid = 1 then
                           move 0 to ws-search-hi
                       else
                           compute ws-search-hi = ws-search-mid - 1
                       end-if
                   end-if
               end-if
           end-perform.

       117-bucket-one-row.

           if ws-row-int >= ws-win-start-int(ws-win-sub) then

               add sh-sl-amount
                 to ws-sw-act-sales(ws-store-found-sub ws-win-sub)
               add sh-sl-count
                 to ws-sw-act-sl(ws-store-found-sub ws-win-sub)
               add sh-r-count
                 to ws-sw-act-r(ws-store-found-sub ws-win-sub)

               if ws-plan-found-flag = "Y" then
                   add sh-sl-amount
                     to ws-sw-cov-sales(ws-store-found-sub ws-win-sub)
                   add sh-sl-count
                     to ws-sw-cov-sl(ws-store-found-sub ws-win-sub)
                   add sh-r-count
                     to ws-sw-cov-r(ws-store-found-sub ws-win-sub)
               end-if

           end-if.

      *    Looks for this row's store-and-date key among the rows
      *    already filed, remembering it when it is new
       120-check-seen.

           move "N" to ws-seen-flag.

           perform varying ws-seen-sub from 1 by 1
             until ws-seen-sub > ws-num-seen
               if ws-seen-key(ws-seen-sub) = ws-seen-test-key
                   move "Y" to ws-seen-flag
               end-if
           end-perform.

           if ws-seen-flag = "N" and
             ws-num-seen < ws-max-seen then
               add 1 to ws-num-seen
               move ws-seen-test-key to ws-seen-key(ws-num-seen)
           end-if.

       200-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

           move ws-win-start-date(1) to ws-pd-wtd.
           move ws-win-start-date(2) to ws-pd-mtd.
           move ws-win-start-date(3) to ws-pd-ytd.
           move ws-batch-date to ws-pd-to.
           write report-line from ws-period-line
             after advancing 2 lines.

           move ws-tolerance-pct to ws-tol-pct1.
           move ws-tolerance-pct to ws-tol-pct2.
           write report-line from ws-tolerance-line1
             after advancing 2 lines.
           write report-line from ws-tolerance-line2
             after advancing 1 line.
           write report-line from ws-tolerance-line3
             after advancing 1 line.

           if ws-salesplan-status not = "00" then
               write report-line from ws-no-plan-file-line
                 after advancing 2 lines
           end-if.

      *    One block per store: a line per period, and the period's
      *    covered figures rolled into the chain total when the
      *    store has plan in it
       300-print-store-variance.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores

               move ws-st-number(ws-store-sub) to ws-sl-store
               move ws-st-name(ws-store-sub) to ws-sl-name
               write report-line from ws-store-line
                 after advancing 2 lines
               write report-line from ws-variance-heading-line1
                 after advancing 1 line
               write report-line from ws-variance-heading-line2
                 after advancing 1 line

               perform
                 varying ws-win-sub from 1 by 1
                 until ws-win-sub > ws-num-windows
                   perform 310-print-store-window
               end-perform

               if ws-st-flagged(ws-store-sub) = "Y" then
                   add 1 to ws-flagged-counter
               end-if

           end-perform.

       310-print-store-window.

           move ws-sw-cov-sales(ws-store-sub ws-win-sub)
             to ws-vw-cov-sales.
           move ws-sw-act-sales(ws-store-sub ws-win-sub)
             to ws-vw-act-sales.
           move ws-sw-cov-sl(ws-store-sub ws-win-sub) to ws-vw-cov-sl.
           move ws-sw-cov-r(ws-store-sub ws-win-sub) to ws-vw-cov-r.
           move ws-sw-act-sl(ws-store-sub ws-win-sub) to ws-vw-act-sl.
           move ws-sw-act-r(ws-store-sub ws-win-sub) to ws-vw-act-r.
           move ws-sw-plan-sales(ws-store-sub ws-win-sub)
             to ws-vw-plan-sales.
           move ws-sw-plan-rate-wt(ws-store-sub ws-win-sub)
             to ws-vw-plan-rate-wt.
           move ws-sw-plan-days(ws-store-sub ws-win-sub)
             to ws-vw-plan-days.

           perform 320-print-variance-line.

           if ws-vw-flag not = spaces then
               move "Y" to ws-st-flagged(ws-store-sub)
           end-if.

           if ws-vw-plan-days > 0 then
               add ws-vw-cov-sales to ws-cw-cov-sales(ws-win-sub)
               add ws-vw-cov-sl to ws-cw-cov-sl(ws-win-sub)
               add ws-vw-cov-r to ws-cw-cov-r(ws-win-sub)
               add ws-vw-plan-sales to ws-cw-plan-sales(ws-win-sub)
               add ws-vw-plan-rate-wt
                 to ws-cw-plan-rate-wt(ws-win-sub)
           end-if.

           if ws-vw-plan-days < ws-win-days(ws-win-sub) then
               compute ws-cw-unplanned-sales(ws-win-sub) =
                 ws-cw-unplanned-sales(ws-win-sub)
                 + ws-vw-act-sales - ws-vw-cov-sales
               add 1 to ws-cw-unplanned-stores(ws-win-sub)
           end-if.

      *    Prints the staged period: dollar and percent variance of
      *    the covered actuals against the prorated plan, the
      *    actual return rate against the sales-weighted planned
      *    rate, and the flags; a period with no plan at all prints
      *    its actuals as not compared
       320-print-variance-line.

           move ws-win-label(ws-win-sub) to ws-vd-period.
           move spaces to ws-vw-flag.

           if ws-vw-plan-days = 0 then

               move ws-win-label(ws-win-sub) to ws-np-period
               move ws-vw-act-sales to ws-np-actual
               move 0 to ws-vw-act-rate
               if ws-vw-act-sl > 0 then
                   compute ws-vw-act-rate rounded =
                     ws-vw-act-r * 100 / ws-vw-act-sl
                     on size error
                       move 999.9 to ws-vw-act-rate
                   end-compute
               end-if
               move ws-vw-act-rate to ws-np-act-rate
               write report-line from ws-no-plan-detail-line
                 after advancing 1 line

           else

               if ws-vw-plan-days < ws-win-days(ws-win-sub) then
                   move "*" to ws-vd-period(4:1)
               end-if

               compute ws-vw-plan-cents rounded = ws-vw-plan-sales
               compute ws-vw-variance =
                 ws-vw-cov-sales - ws-vw-plan-cents

               move 0 to ws-vw-var-pct
               if ws-vw-plan-cents > 0 then
                   compute ws-vw-var-pct rounded =
                     ws-vw-variance * 100 / ws-vw-plan-cents
                     on size error
                       move 9999.9 to ws-vw-var-pct
                   end-compute
               end-if

               move 0 to ws-vw-act-rate
               if ws-vw-cov-sl > 0 then
                   compute ws-vw-act-rate rounded =
                     ws-vw-cov-r * 100 / ws-vw-cov-sl
                     on size error
                       move 999.9 to ws-vw-act-rate
                   end-compute
               end-if

               move 0 to ws-vw-plan-rate
               if ws-vw-plan-sales > 0 then
                   compute ws-vw-plan-rate rounded =
                     ws-vw-plan-rate-wt / ws-vw-plan-sales
               end-if

               compute ws-vw-rate-over =
                 ws-vw-act-rate - ws-vw-plan-rate

               if ws-vw-plan-cents > 0
                 and ws-vw-var-pct < 0 - ws-tolerance-pct then
                   move "SALES" to ws-vw-flag
               end-if

               if ws-vw-rate-over > ws-tolerance-pct then
                   if ws-vw-flag = spaces then
                       move "RET" to ws-vw-flag
                   else
                       move "SALES+R" to ws-vw-flag
                   end-if
               end-if

               move ws-vw-cov-sales to ws-vd-actual
               move ws-vw-plan-cents to ws-vd-plan
               move ws-vw-variance to ws-vd-variance
               move ws-vw-var-pct to ws-vd-pct
               move ws-vw-act-rate to ws-vd-act-rate
               move ws-vw-plan-rate to ws-vd-plan-rate
               move ws-vw-flag to ws-vd-flag
               write report-line from ws-variance-detail-line
                 after advancing 1 line

           end-if.

      *    The chain line per period, over the stores with plan in
      *    it; the period counts as fully planned here since the
      *    gaps are listed store by store below
       400-print-chain-total.

           write report-line from ws-chain-line
             after advancing 2 lines.
           write report-line from ws-variance-heading-line1
             after advancing 1 line.
           write report-line from ws-variance-heading-line2
             after advancing 1 line.

           perform
             varying ws-win-sub from 1 by 1
             until ws-win-sub > ws-num-windows

               move ws-cw-cov-sales(ws-win-sub) to ws-vw-cov-sales
               move ws-cw-cov-sales(ws-win-sub) to ws-vw-act-sales
               move ws-cw-cov-sl(ws-win-sub) to ws-vw-cov-sl
               move ws-cw-cov-r(ws-win-sub) to ws-vw-cov-r
               move ws-cw-cov-sl(ws-win-sub) to ws-vw-act-sl
               move ws-cw-cov-r(ws-win-sub) to ws-vw-act-r
               move ws-cw-plan-sales(ws-win-sub) to ws-vw-plan-sales
               move ws-cw-plan-rate-wt(ws-win-sub)
                 to ws-vw-plan-rate-wt

               if ws-cw-plan-sales(ws-win-sub) > 0 then
                   move ws-win-days(ws-win-sub) to ws-vw-plan-days
               else
                   move 0 to ws-vw-plan-days
               end-if

               perform 320-print-variance-line

           end-perform.

           perform
             varying ws-win-sub from 1 by 1
             until ws-win-sub > ws-num-windows
               if ws-cw-unplanned-stores(ws-win-sub) > 0 then
                   move ws-win-label(ws-win-sub) to ws-cg-period
                   move ws-cw-unplanned-stores(ws-win-sub)
                     to ws-cg-stores
                   move ws-cw-unplanned-sales(ws-win-sub)
                     to ws-cg-unplanned
                   write report-line from ws-chain-gap-line
                     after advancing 1 line
               end-if
           end-perform.

      *    Every store and period the plan does not fully cover,
      *    with the actual dollars left out of the comparison
       500-print-plan-gaps.

           write report-line from ws-gap-title-line
             after advancing 2 lines.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores

               if ws-st-plan-rows(ws-store-sub) = 0 then
                   add 1 to ws-gap-counter
                   move ws-st-number(ws-store-sub) to ws-ns-store
                   move ws-st-name(ws-store-sub) to ws-ns-name
                   write report-line from ws-no-plan-store-line
                     after advancing 1 line
               else
                   perform
                     varying ws-win-sub from 1 by 1
                     until ws-win-sub > ws-num-windows
                       if ws-sw-plan-days(ws-store-sub ws-win-sub)
                         < ws-win-days(ws-win-sub) then
                           perform 510-print-one-gap
                       end-if
                   end-perform
               end-if

           end-perform.

           if ws-gap-counter = 0 then
               write report-line from ws-no-gap-line
                 after advancing 1 line
           end-if.

       510-print-one-gap.

           add 1 to ws-gap-counter.

           move ws-st-number(ws-store-sub) to ws-gd-store.
           move ws-win-label(ws-win-sub) to ws-gd-period.
           move ws-sw-plan-days(ws-store-sub ws-win-sub)
             to ws-gd-plan-days.
           move ws-win-days(ws-win-sub) to ws-gd-win-days.
           compute ws-gd-unplanned =
             ws-sw-act-sales(ws-store-sub ws-win-sub)
             - ws-sw-cov-sales(ws-store-sub ws-win-sub).

           write report-line from ws-gap-detail-line
             after advancing 1 line.

       550-print-rejects.

           if ws-num-rejects > 0 then

               write report-line from ws-reject-title-line
                 after advancing 2 lines

               perform
                 varying ws-rj-sub from 1 by 1
                 until ws-rj-sub > ws-num-rejects
                   move ws-rj-row(ws-rj-sub) to ws-rd-row
                   move ws-rj-reason(ws-rj-sub) to ws-rd-reason
                   write report-line from ws-reject-detail-line
                     after advancing 1 line
               end-perform

           end-if.

       600-print-totals.

           move "History rows read:" to ws-tl-label.
           move ws-rows-read to ws-tl-count.
           write report-line from ws-total-line
             after advancing 2 lines.

           move "History rows used:" to ws-tl-label.
           move ws-rows-used to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Plan rows read:" to ws-tl-label.
           move ws-plan-rows-read to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Plan rows rejected:" to ws-tl-label.
           move ws-rejects-total to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Stores flagged:" to ws-tl-label.
           move ws-flagged-counter to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Plan gaps listed:" to ws-tl-label.
           move ws-gap-counter to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
