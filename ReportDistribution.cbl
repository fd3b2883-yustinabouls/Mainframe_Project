       identification division.
       program-id. ReportDistribution.
       author. Neema, Diego, Yustina, Kinen.
       date-written. 2026-09-02.
      *Program Description: The REPORT DISTRIBUTION program bursts
      * the night's chain-wide print files into one packet per store
      * so no one has to split them by hand in the morning. Each
      * report is read by fixed column the way EndOfDayStatus reads
      * ReturnsReport.out: a section title starts a section, the
      * page and section headings go to every store, a line carrying
      * a store number on STOREMAST.dat goes to that store only, and
      * the chain totals stay with head office. Every packet opens
      * with a cover page giving the batch, the store name, and a
      * table of contents. DISTCTL.dat says which reports each store
      * and each head-office department receives - a department gets
      * its reports whole - and every report delivered, or not
      * produced, is appended to DISTLOG.dat.

       environment division.
       input-output section.
       file-control.

           select run-control-file
               assign to "../../../data/RUNCTL.dat"
               organization is line sequential
               file status is ws-runctl-status.

           select store-master-file
               assign to "../../../data/STOREMAST.dat"
               organization is line sequential
               file status is ws-storemast-status.

      *Who receives what: one row per recipient and report,
      *maintained by hand like the other control files
           select dist-control-file
               assign to "../../../data/DISTCTL.dat"
               organization is line sequential
               file status is ws-distctl-status.

      *Whichever chain report is being read, named at open time
           select chain-report-file
               assign to ws-report-name
               organization is line sequential
               file status is ws-report-status.

      *Whichever packet is being built, named at open time
           select packet-file
               assign to ws-packet-name
               organization is line sequential
               file status is ws-packet-status.

      *One row per recipient and report per batch, appended night
      *after night
           select dist-log-file
               assign to ws-dist-log-name
               organization is line sequential
               file status is ws-distlog-status.

           select distribution-report-file
               assign to ws-distribution-report-name
               organization is line sequential.
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

       fd store-master-file
           data record is store-master-rec
           record contains 22 characters.

       01 store-master-rec.
         05 sm-store-number pic xx.
         05 sm-store-name pic x(20).

       fd dist-control-file
           data record is dist-control-rec
           record contains 17 characters.

      *Recipient type S is a store - recipient ** is every store -
      *and D a head-office department; report ALL is every report
       01 dist-control-rec.
         05 dc-recipient-type pic x.
         05 dc-recipient-id pic x(8).
         05 dc-report-id pic x(8).

       fd chain-report-file
           data record is chain-report-line
           record contains 132 characters.

       01 chain-report-line pic x(132).

       fd packet-file
           data record is packet-line
           record contains 132 characters.

       01 packet-line pic x(132).

       fd dist-log-file
           data record is dist-log-rec
           record contains 72 characters.

       01 dist-log-rec.
         05 dl-batch-date pic 9(8).
         05 dl-batch-number pic 9(4).
         05 dl-recipient-type pic x.
         05 dl-recipient-id pic x(8).
         05 dl-report-id pic x(8).
         05 dl-line-count pic 9(7).
         05 dl-status pic x(12).
         05 dl-packet-name pic x(24).

       fd distribution-report-file
           data record is report-line
           record contains 80 characters.

       01 report-line pic x(80).

       working-storage section.

      *The files this program writes, and the ones earlier steps
      *of the chain write for it - in ../../../data on a live
      *night, in ../../../dryrun when RUNCTL.dat asks for a dry
      *run, so a trial night never touches the live files
       01 ws-dry-run-flag pic x value "N".
       01 ws-file-names.
         05 ws-data-dir pic x(16) value "../../../data/".
         05 ws-dist-log-name pic x(48) value
             "../../../data/DISTLOG.dat".
         05 ws-distribution-report-name pic x(48) value
             "../../../data/ReportDistribution.out".

      *End of file flags and file statuses
       01 ws-storemast-status pic xx.
       01 ws-storemast-eof pic x value "n".
       01 ws-distctl-status pic xx.
       01 ws-distctl-eof pic x value "n".
       01 ws-report-status pic xx.
       01 ws-report-eof pic x value "n".
       01 ws-packet-status pic xx.
       01 ws-distlog-status pic xx.

       01 ws-report-name pic x(40).
       01 ws-packet-name pic x(40).
       01 ws-packet-file-name pic x(24).

      *Run-control batch stamp, read from RUNCTL.dat at startup and
      *carried onto the report heading, every cover page, and the
      *distribution log
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

      *The chain-wide reports that are burst, in packet order. A
      *report's wants flag on a recipient is the byte at its
      *position in this table
       77 ws-num-reports pic 9 value 7.
       01 ws-report-data.
         05 filler pic x(8) value "RETURNS".
         05 filler pic x(24) value "ReturnsReport.out".
         05 filler pic x(32) value "Returns Processing Report".
         05 filler pic x(8) value "COUNTS".
         05 filler pic x(24) value "CountsandControls.out".
         05 filler pic x(32) value "Counts and Controls Report".
         05 filler pic x(8) value "ONHAND".
         05 filler pic x(24) value "OnHandReport.out".
         05 filler pic x(32) value "Stock Position Report".
         05 filler pic x(8) value "LAYAWAY".
         05 filler pic x(24) value "LayawayReport.out".
         05 filler pic x(32) value "Layaway Balance Report".
         05 filler pic x(8) value "CASHMGMT".
         05 filler pic x(24) value "CashManagement.out".
         05 filler pic x(32) value "Daily Cash Management Report".
         05 filler pic x(8) value "CREDLEDG".
         05 filler pic x(24) value "CreditMemoLedger.out".
         05 filler pic x(32) value
                   "Credit Memo Liability Report".
         05 filler pic x(8) value "GIFTCARD".
         05 filler pic x(24) value "GiftCardLedger.out".
         05 filler pic x(32) value "Gift Card Liability Report".
       01 ws-report-table redefines ws-report-data.
         05 ws-report-entry occurs 7 times.
           10 ws-rp-id pic x(8).
           10 ws-rp-file pic x(24).
           10 ws-rp-desc pic x(32).

      *What the counting pass found in each report: whether it was
      *produced, its line count, and how many of its lines go to
      *every store (headings) and to head office only (totals)
       01 ws-report-count-table.
         05 ws-report-count-entry occurs 7 times.
           10 ws-rp-found pic x.
           10 ws-rp-total-lines pic 9(7).
           10 ws-rp-all-lines pic 9(7).
           10 ws-rp-ho-lines pic 9(7).
       01 ws-rpt-sub pic 9.

      *Section rules, one per section title. A line carrying the
      *text at the column starts that section. Store col 1 and 2
      *say where a detail line in the section carries its store
      *number - zero means the section is chain totals for head
      *office only. Repeat Y marks a page heading that prints again
      *on every page; only its first occurrence goes to the stores.
      *     report  col  len  store col 1  store col 2  repeat
       77 ws-num-rules pic 99 value 29.
       01 ws-rule-data.
         05 filler pic x(36) value "RETURNS PROCESSING REPORT".
         05 filler pic x(18) value "1 053 25 063 008 Y".
         05 filler pic x(36) value "Number of S&L Records:".
         05 filler pic x(18) value "1 001 22 000 000 N".
         05 filler pic x(36) value "RETURNS BY REASON -".
         05 filler pic x(18) value "1 013 19 000 000 N".
         05 filler pic x(36) value
                   "STORE RANKING BY RETURN DOLLARS -".
         05 filler pic x(18) value "1 013 33 008 000 N".
         05 filler pic x(36) value
                   "VENDOR CHARGEBACKS BY RETURN DOLLARS".
         05 filler pic x(18) value "1 013 36 000 000 N".
         05 filler pic x(36) value
                   "UNMATCHED / OVER-REFUND RECORDS -".
         05 filler pic x(18) value "1 013 33 014 000 N".
         05 filler pic x(36) value "COUNTS AND CONTROLS REPORT -".
         05 filler pic x(18) value "2 003 28 008 000 N".
         05 filler pic x(36) value "SALES and LAYAWAY SUMMARY".
         05 filler pic x(18) value "2 008 25 000 000 N".
         05 filler pic x(36) value "Store Transactions  ".
         05 filler pic x(18) value "2 001 20 008 000 N".
         05 filler pic x(36) value "DEPARTMENT SUMMARY".
         05 filler pic x(18) value "2 012 18 000 000 N".
         05 filler pic x(36) value "Payment Percentages".
         05 filler pic x(18) value "2 001 19 000 000 N".
         05 filler pic x(36) value "RETURN SUMMARY".
         05 filler pic x(18) value "2 014 14 008 000 N".
         05 filler pic x(36) value "EXCHANGE SUMMARY".
         05 filler pic x(18) value "2 013 16 008 000 N".
         05 filler pic x(36) value "CREDIT MEMO SUMMARY".
         05 filler pic x(18) value "2 011 19 008 000 N".
         05 filler pic x(36) value "GIFT CARD SUMMARY".
         05 filler pic x(18) value "2 012 17 008 000 N".
         05 filler pic x(36) value "TOTAL SUMMARY".
         05 filler pic x(18) value "2 013 13 000 000 N".
         05 filler pic x(36) value "STOCK POSITION REPORT -".
         05 filler pic x(18) value "3 021 23 003 000 N".
         05 filler pic x(36) value
                   "SKUS DRIVEN BELOW ZERO ON HAND -".
         05 filler pic x(18) value "3 013 32 003 000 N".
         05 filler pic x(36) value "Units sold/exchanged out:".
         05 filler pic x(18) value "3 001 25 000 000 N".
         05 filler pic x(36) value "LAYAWAY BALANCE REPORT -".
         05 filler pic x(18) value "4 023 24 024 000 N".
         05 filler pic x(36) value "Store  Invoice    Opened".
         05 filler pic x(18) value "4 001 24 003 000 N".
         05 filler pic x(36) value "Open layaways:".
         05 filler pic x(18) value "4 001 14 000 000 N".
         05 filler pic x(36) value "DAILY CASH MANAGEMENT REPORT -".
         05 filler pic x(18) value "5 019 30 003 000 N".
         05 filler pic x(36) value
                   "CREDIT MEMO OPEN LIABILITY REPORT -".
         05 filler pic x(18) value "6 015 35 024 000 N".
         05 filler pic x(36) value "Store  Open    Open Balance".
         05 filler pic x(18) value "6 001 27 002 000 N".
         05 filler pic x(36) value "TOTAL OPEN LIABILITY:".
         05 filler pic x(18) value "6 001 21 000 000 N".
         05 filler pic x(36) value
                   "GIFT CARD OPEN LIABILITY REPORT -".
         05 filler pic x(18) value "7 016 33 024 000 N".
         05 filler pic x(36) value "Store  Open Cards".
         05 filler pic x(18) value "7 001 17 002 000 N".
         05 filler pic x(36) value "TOTAL OPEN LIABILITY:".
         05 filler pic x(18) value "7 001 21 000 000 N".
       01 ws-rule-table redefines ws-rule-data.
         05 ws-rule-entry occurs 29 times.
           10 ws-rl-text pic x(36).
           10 ws-rl-report pic 9.
           10 filler pic x.
           10 ws-rl-col pic 999.
           10 filler pic x.
           10 ws-rl-len pic 99.
           10 filler pic x.
           10 ws-rl-store-col1 pic 999.
           10 filler pic x.
           10 ws-rl-store-col2 pic 999.
           10 filler pic x.
           10 ws-rl-repeat pic x.
       01 ws-rl-sub pic 99.

      *Where the classifier is within the report being read, and
      *where it sent the line. Destination ** is every store, HO
      *head office only, BL a blank line, otherwise the store
      *number. Blank lines are held until the next line that
      *prints is routed, and go where it goes
       01 ws-section-state-table.
         05 ws-section-state occurs 29 times.
           10 ws-sec-visited pic x.
           10 ws-sec-store-seen pic x.
       01 ws-cur-section pic 99 value 0.
       01 ws-found-rule pic 99 value 0.
       01 ws-marker-found-flag pic x value "N".
       01 ws-store-col pic 999.
       01 ws-line-store pic xx.
       01 ws-line-dest pic xx.
       01 ws-line-store-sub pic 99.
       01 ws-pending-blanks pic 9(4) value 0.
       01 ws-blank-sub pic 9(4).

      *Store table, loaded from STOREMAST.dat like the other
      *programs, with which reports each store receives and how
      *many of each report's lines are its own
       01 ws-num-of-stores pic 99 value 0.
       77 ws-max-stores pic 99 value 50.
       01 ws-store-table.
         05 ws-store-entry occurs 1 to 50 times
                       depending on ws-num-of-stores.
           10 ws-st-number pic xx.
           10 ws-st-name pic x(20).
           10 ws-st-wants pic x(7).
           10 ws-st-lines pic 9(7) occurs 7 times.
       01 ws-store-sub pic 99.
       01 ws-store-found-sub pic 99.
       01 ws-packet-store-sub pic 99.

      *Head-office departments named on DISTCTL.dat, with which
      *reports each receives
       77 ws-max-depts pic 99 value 20.
       01 ws-num-depts pic 99 value 0.
       01 ws-dept-table.
         05 ws-dept-entry occurs 1 to 20 times
                       depending on ws-num-depts.
           10 ws-dp-id pic x(8).
           10 ws-dp-wants pic x(7).
       01 ws-dept-sub pic 99.
       01 ws-dept-found-sub pic 99.

      *DISTCTL.dat rows that could not be applied, listed on the
      *run report
       77 ws-max-ignored pic 99 value 50.
       01 ws-num-ignored pic 99 value 0.
       01 ws-ignored-table.
         05 ws-ignored-entry occurs 1 to 50 times
                       depending on ws-num-ignored.
           10 ws-ig-row pic x(17).
           10 ws-ig-reason pic x(24).
       01 ws-ig-sub pic 99.
       01 ws-ig-reason-work pic x(24).

      *Control row work fields
       01 ws-ctl-rows-applied pic 9(4) value 0.
       01 ws-ctl-report-sub pic 9.
       01 ws-ctl-report-found-flag pic x.

      *The recipient whose packet is being built
       01 ws-recipient.
         05 ws-rc-type pic x.
         05 ws-rc-id pic x(8).
         05 ws-rc-name pic x(20).
         05 ws-rc-wants pic x(7).
         05 ws-rc-store-sub pic 99.
       01 ws-wants-count pic 9.
       01 ws-toc-lines pic 9(7).
       01 ws-toc-store-lines pic 9(7).
       01 ws-copied-lines pic 9(7).

      *Work fields
       01 ws-calcs.
         05 ws-packet-counter pic 9(4) value 0.
         05 ws-delivered-counter pic 9(5) value 0.
         05 ws-not-produced-counter pic 9(5) value 0.
         05 ws-reports-found-counter pic 9 value 0.

      *Run report lines
       01 ws-report-title-line1.
         05 filler pic x(21) value spaces.
         05 filler pic x(28) value "REPORT DISTRIBUTION REPORT -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(23) value spaces.

       01 ws-report-title-line2.
         05 filler pic x(80) value all "-".

       01 ws-read-heading-line.
         05 filler pic x(34) value "Report    File".
         05 filler pic x(46) value
           "  Lines All Stores  Head Office".

       01 ws-read-detail-line.
         05 ws-rd-id pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rd-file pic x(24).
         05 ws-rd-lines pic z(6)9.
         05 filler pic x(4) value spaces.
         05 ws-rd-all-lines pic z(6)9.
         05 filler pic x(6) value spaces.
         05 ws-rd-ho-lines pic z(6)9.
         05 filler pic x(15) value spaces.

       01 ws-read-missing-line.
         05 ws-rm-id pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rm-file pic x(24).
         05 filler pic x(46) value
           "NOT PRODUCED - NOT DISTRIBUTED".

       01 ws-delivery-heading-line.
         05 filler pic x(35) value
           "Recipient       Report        Lines".
         05 filler pic x(45) value
           "  Status       Packet".

       01 ws-delivery-detail-line.
         05 ws-dd-type pic x(5).
         05 filler pic x(1) value spaces.
         05 ws-dd-id pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dd-report pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dd-lines pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-dd-status pic x(12).
         05 filler pic x(1) value spaces.
         05 ws-dd-packet pic x(24).
         05 filler pic x(8) value spaces.

       01 ws-no-delivery-line.
         05 filler pic x(80) value
           "No recipient is set up to receive any report.".

       01 ws-ignored-title-line.
         05 filler pic x(80) value
           "DISTCTL.DAT ROWS IGNORED".

       01 ws-ignored-detail-line.
         05 filler pic x(9) value "IGNORED: ".
         05 ws-id-row pic x(17).
         05 filler pic x(3) value spaces.
         05 ws-id-reason pic x(24).
         05 filler pic x(27) value spaces.

       01 ws-default-line.
         05 filler pic x(80) value
           "No DISTCTL.dat - every store and HEADOFC get every report".

       01 ws-total-line.
         05 ws-tl-label pic x(30).
         05 ws-tl-count pic z(6)9.
         05 filler pic x(43) value spaces.

      *Packet cover page and separator lines
       01 ws-cover-title-line.
         05 filler pic x(21) value spaces.
         05 filler pic x(28) value "REPORT DISTRIBUTION PACKET -".
         05 filler pic x(1) value spaces.
         05 filler pic x(7) value "GROUP 3".
         05 filler pic x(23) value spaces.

       01 ws-cover-store-line.
         05 filler pic x(12) value "STORE:      ".
         05 ws-cs-number pic xx.
         05 filler pic x(2) value spaces.
         05 ws-cs-name pic x(20).
         05 filler pic x(44) value spaces.

       01 ws-cover-dept-line.
         05 filler pic x(12) value "DEPARTMENT: ".
         05 ws-cd-id pic x(8).
         05 filler pic x(60) value spaces.

       01 ws-cover-contents-line.
         05 filler pic x(80) value "CONTENTS".

       01 ws-cover-heading-line.
         05 filler pic x(40) value
           "Report    Description                   ".
         05 filler pic x(40) value
           "      Lines  Store Lines".

       01 ws-cover-detail-line.
         05 ws-cv-id pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-cv-desc pic x(32).
         05 filler pic x(2) value spaces.
         05 ws-cv-lines pic z(6)9.
         05 filler pic x(4) value spaces.
         05 ws-cv-store-lines pic z(6)9.
         05 filler pic x(18) value spaces.

       01 ws-cover-missing-line.
         05 ws-cm-id pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-cm-desc pic x(32).
         05 filler pic x(2) value spaces.
         05 filler pic x(36) value "NOT PRODUCED THIS BATCH".

       01 ws-separator-line.
         05 filler pic x(10) value "========= ".
         05 ws-sp-desc pic x(32).
         05 filler pic x(1) value spaces.
         05 ws-sp-file pic x(24).
         05 filler pic x(13) value " =========".

       procedure division.
       000-main.

      *    Reads the batch stamp, the stores, and who receives what
           perform 045-load-run-control.
           perform 050-load-store-master.
           perform 055-load-dist-control.

           open output distribution-report-file.

           perform 100-print-headings.

      *    Reads every report once to route its lines and count what
      *    each store's copy will hold, for the contents pages
           perform 200-count-report-lines.

      *    Builds the store packets, then the department packets,
      *    logging each report delivered
           open extend dist-log-file.

           if ws-distlog-status not = "00" then
               open output dist-log-file
           end-if.

           write report-line from ws-delivery-heading-line
             after advancing 2 lines.

           perform 400-build-store-packets.
           perform 420-build-dept-packets.

           if ws-packet-counter = 0 then
               write report-line from ws-no-delivery-line
                 after advancing 1 line
           end-if.

           close dist-log-file.

           perform 500-print-totals.

           close distribution-report-file.

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

           if ws-dry-run-flag = "Y" then
               perform 046-set-dry-run-files
           end-if.

      *    A dry run reads the live masters but keeps every file
      *    the chain writes in the dry-run area, and stamps the
      *    report headings so the printout cannot pass for a
      *    live night
       046-set-dry-run-files.

           move "** DRY RUN - NOT LIVE **" to ws-bh-dry-run.
           move "../../../dryrun/" to ws-data-dir.
           move "../../../dryrun/DISTLOG.dat" to ws-dist-log-name.
           move "../../../dryrun/ReportDistribution.out"
             to ws-distribution-report-name.

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

      *    The wants flags and line counts carry no VALUE clauses,
      *    so they are cleared before the control file is applied
           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move all "N" to ws-st-wants(ws-store-sub)
               perform
                 varying ws-rpt-sub from 1 by 1
                 until ws-rpt-sub > ws-num-reports
                   move 0 to ws-st-lines(ws-store-sub, ws-rpt-sub)
               end-perform
           end-perform.

      *    Applies DISTCTL.dat row by row; an absent or empty file
      *    sends every report to every store and the whole set to
      *    head office under HEADOFC, so the step is useful before
      *    the control file is set up
       055-load-dist-control.

           open input dist-control-file.

           if ws-distctl-status = "00" then

               perform until ws-distctl-eof = "y"

                   read dist-control-file
                       at end
                           move "y" to ws-distctl-eof
                       not at end
                           perform 056-apply-control-row
                   end-read

               end-perform

               close dist-control-file

           end-if.

           if ws-ctl-rows-applied = 0 and ws-num-ignored = 0 then
               perform 059-default-distribution
           end-if.

       056-apply-control-row.

           move spaces to ws-ig-reason-work.

           perform 057-find-report-id.

           if ws-ctl-report-found-flag = "N" then
               move "UNKNOWN REPORT ID" to ws-ig-reason-work
           else

               evaluate dc-recipient-type

                   when "S"
                       if dc-recipient-id = "**" then
                           perform
                             varying ws-store-sub from 1 by 1
                             until ws-store-sub > ws-num-of-stores
                               perform 058-set-store-wants
                           end-perform
                       else
                           perform 340-find-store-for-control
                           if ws-store-found-sub = 0 then
                               move "STORE NOT ON STOREMAST"
                                 to ws-ig-reason-work
                           else
                               move ws-store-found-sub
                                 to ws-store-sub
                               perform 058-set-store-wants
                           end-if
                       end-if

                   when "D"
                       if dc-recipient-id = spaces then
                           move "NO DEPARTMENT NAMED"
                             to ws-ig-reason-work
                       else
                           perform 060-find-or-add-dept
                           if ws-dept-found-sub = 0 then
                               move "DEPARTMENT TABLE FULL"
                                 to ws-ig-reason-work
                           else
                               perform 062-set-dept-wants
                           end-if
                       end-if

                   when other
                       move "RECIPIENT NOT S OR D"
                         to ws-ig-reason-work

               end-evaluate

           end-if.

           if ws-ig-reason-work = spaces then
               add 1 to ws-ctl-rows-applied
           else
               if ws-num-ignored < ws-max-ignored then
                   add 1 to ws-num-ignored
                   move dist-control-rec to ws-ig-row(ws-num-ignored)
                   move ws-ig-reason-work
                     to ws-ig-reason(ws-num-ignored)
               end-if
           end-if.

      *    Report ALL leaves ws-ctl-report-sub at zero, meaning every
      *    report
       057-find-report-id.

           move "N" to ws-ctl-report-found-flag.
           move 0 to ws-ctl-report-sub.

           if dc-report-id = "ALL" then
               move "Y" to ws-ctl-report-found-flag
           else
               perform
                 varying ws-rpt-sub from 1 by 1
                 until ws-rpt-sub > ws-num-reports
                   or ws-ctl-report-found-flag = "Y"
                   if ws-rp-id(ws-rpt-sub) = dc-report-id then
                       move "Y" to ws-ctl-report-found-flag
                       move ws-rpt-sub to ws-ctl-report-sub
                   end-if
               end-perform
           end-if.

       058-set-store-wants.

           if ws-ctl-report-sub = 0 then
               move all "Y" to ws-st-wants(ws-store-sub)
           else
               move "Y" to
                 ws-st-wants(ws-store-sub)(ws-ctl-report-sub:1)
           end-if.

       059-default-distribution.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               move all "Y" to ws-st-wants(ws-store-sub)
           end-perform.

           move 1 to ws-num-depts.
           move "HEADOFC" to ws-dp-id(1).
           move all "Y" to ws-dp-wants(1).

       060-find-or-add-dept.

           move 0 to ws-dept-found-sub.

           perform
             varying ws-dept-sub from 1 by 1
             until ws-dept-sub > ws-num-depts
               or ws-dept-found-sub > 0
               if ws-dp-id(ws-dept-sub) = dc-recipient-id then
                   move ws-dept-sub to ws-dept-found-sub
               end-if
           end-perform.

           if ws-dept-found-sub = 0
             and ws-num-depts < ws-max-depts then
               add 1 to ws-num-depts
               move dc-recipient-id to ws-dp-id(ws-num-depts)
               move all "N" to ws-dp-wants(ws-num-depts)
               move ws-num-depts to ws-dept-found-sub
           end-if.

       062-set-dept-wants.

           if ws-ctl-report-sub = 0 then
               move all "Y" to ws-dp-wants(ws-dept-found-sub)
           else
               move "Y" to
                 ws-dp-wants(ws-dept-found-sub)(ws-ctl-report-sub:1)
           end-if.

       100-print-headings.

           write report-line from ws-report-title-line2
             after advancing 2 lines.

           write report-line from ws-report-title-line1
             after advancing 1 line.

           write report-line from ws-report-title-line2
             after advancing 1 line.

           write report-line from ws-batch-heading-line
             after advancing 1 line.

      *    Routes every line of every report without writing
      *    anything, to total each report's lines and each store's
      *    share of them, and prints what was read
       200-count-report-lines.

           write report-line from ws-read-heading-line
             after advancing 2 lines.

           perform
             varying ws-rpt-sub from 1 by 1
             until ws-rpt-sub > ws-num-reports
               perform 210-count-one-report
           end-perform.

       210-count-one-report.

           move "N" to ws-rp-found(ws-rpt-sub).
           move 0 to ws-rp-total-lines(ws-rpt-sub).
           move 0 to ws-rp-all-lines(ws-rpt-sub).
           move 0 to ws-rp-ho-lines(ws-rpt-sub).

           perform 220-open-chain-report.

           if ws-report-status = "00" then

               move "Y" to ws-rp-found(ws-rpt-sub)
               add 1 to ws-reports-found-counter

               perform until ws-report-eof = "y"

                   read chain-report-file
                       at end
                           move "y" to ws-report-eof
                       not at end
                           perform 300-classify-line
                           perform 215-count-one-line
                   end-read

               end-perform

               close chain-report-file

      *        Blank lines trailing the last line stay with the
      *        head-office copy
               add ws-pending-blanks to ws-rp-ho-lines(ws-rpt-sub)

               move ws-rp-id(ws-rpt-sub) to ws-rd-id
               move ws-rp-file(ws-rpt-sub) to ws-rd-file
               move ws-rp-total-lines(ws-rpt-sub) to ws-rd-lines
               move ws-rp-all-lines(ws-rpt-sub) to ws-rd-all-lines
               move ws-rp-ho-lines(ws-rpt-sub) to ws-rd-ho-lines
               write report-line from ws-read-detail-line
                 after advancing 1 line

           else

               move ws-rp-id(ws-rpt-sub) to ws-rm-id
               move ws-rp-file(ws-rpt-sub) to ws-rm-file
               write report-line from ws-read-missing-line
                 after advancing 1 line

           end-if.

       215-count-one-line.

           add 1 to ws-rp-total-lines(ws-rpt-sub).

           add 1 to ws-pending-blanks.

           evaluate ws-line-dest
               when "BL"
                   continue
               when "**"
                   add ws-pending-blanks to ws-rp-all-lines(ws-rpt-sub)
                   move 0 to ws-pending-blanks
               when "HO"
                   add ws-pending-blanks to ws-rp-ho-lines(ws-rpt-sub)
                   move 0 to ws-pending-blanks
               when other
                   add ws-pending-blanks to
                     ws-st-lines(ws-line-store-sub, ws-rpt-sub)
                   move 0 to ws-pending-blanks
           end-evaluate.

      *    Opens the report at ws-rpt-sub and resets the section
      *    state, so every pass over a report routes it the same way
       220-open-chain-report.

           move spaces to ws-report-name.
           string
               ws-data-dir delimited by space
               ws-rp-file(ws-rpt-sub) delimited by space
               into ws-report-name
           end-string.

           move "n" to ws-report-eof.
           move 0 to ws-cur-section.
           move 0 to ws-pending-blanks.

           perform
             varying ws-rl-sub from 1 by 1
             until ws-rl-sub > ws-num-rules
               move "N" to ws-sec-visited(ws-rl-sub)
               move "N" to ws-sec-store-seen(ws-rl-sub)
           end-perform.

           open input chain-report-file.

      *    Decides where the line just read goes
       300-classify-line.

           move 0 to ws-line-store-sub.

           if chain-report-line = spaces then
               move "BL" to ws-line-dest
           else

               perform 310-match-section-title

               if ws-marker-found-flag = "Y" then
                   perform 320-start-section
               else
                   perform 330-route-line
               end-if

           end-if.

       310-match-section-title.

           move "N" to ws-marker-found-flag.
           move 0 to ws-found-rule.

           perform
             varying ws-rl-sub from 1 by 1
             until ws-rl-sub > ws-num-rules
               or ws-marker-found-flag = "Y"
               if ws-rl-report(ws-rl-sub) = ws-rpt-sub
                 and chain-report-line
                       (ws-rl-col(ws-rl-sub):ws-rl-len(ws-rl-sub))
                     = ws-rl-text(ws-rl-sub)(1:ws-rl-len(ws-rl-sub))
               then
                   move "Y" to ws-marker-found-flag
                   move ws-rl-sub to ws-found-rule
               end-if
           end-perform.

      *    A section title goes to every store, unless the section
      *    is head office only or it is a page heading printing
      *    again further down
       320-start-section.

           move ws-found-rule to ws-cur-section.

           if ws-rl-store-col1(ws-cur-section) = 0 then
               move "HO" to ws-line-dest
           else
               if ws-sec-visited(ws-cur-section) = "Y"
                 and ws-rl-repeat(ws-cur-section) = "Y" then
                   move "HO" to ws-line-dest
               else
                   move "**" to ws-line-dest
               end-if
           end-if.

           move "Y" to ws-sec-visited(ws-cur-section).

      *    Lines above the first section title, and the headings
      *    between a section title and its first store line, go to
      *    every store; a line with a store on the master goes to
      *    that store; anything else - totals under a section - is
      *    head office only. The batch stamp line is never read for
      *    a store, since its digits can land in a store column
       330-route-line.

           if ws-cur-section = 0 then
               move "**" to ws-line-dest
           else

               if ws-rl-store-col1(ws-cur-section) = 0 then
                   move "HO" to ws-line-dest
               else

                   move 0 to ws-store-found-sub

                   if chain-report-line(1:6) not = "BATCH " then
                       move ws-rl-store-col1(ws-cur-section)
                         to ws-store-col
                       perform 335-check-store-column
                       if ws-store-found-sub = 0
                         and ws-rl-store-col2(ws-cur-section) > 0
                       then
                           move ws-rl-store-col2(ws-cur-section)
                             to ws-store-col
                           perform 335-check-store-column
                       end-if
                   end-if

                   if ws-store-found-sub > 0 then
                       move ws-st-number(ws-store-found-sub)
                         to ws-line-dest
                       move ws-store-found-sub to ws-line-store-sub
                       move "Y" to ws-sec-store-seen(ws-cur-section)
                   else
                       if ws-sec-store-seen(ws-cur-section) = "N" then
                           move "**" to ws-line-dest
                       else
                           move "HO" to ws-line-dest
                       end-if
                   end-if

               end-if

           end-if.

       335-check-store-column.

           move chain-report-line(ws-store-col:2) to ws-line-store.

           if ws-line-store not = spaces then
               perform
                 varying ws-store-sub from 1 by 1
                 until ws-store-sub > ws-num-of-stores
                   or ws-store-found-sub > 0
                   if ws-st-number(ws-store-sub) = ws-line-store then
                       move ws-store-sub to ws-store-found-sub
                   end-if
               end-perform
           end-if.

       340-find-store-for-control.

           move 0 to ws-store-found-sub.

           perform
             varying ws-store-sub from 1 by 1
             until ws-store-sub > ws-num-of-stores
               or ws-store-found-sub > 0
               if ws-st-number(ws-store-sub) = dc-recipient-id then
                   move ws-store-sub to ws-store-found-sub
               end-if
           end-perform.

      *    One packet per store that receives at least one report,
      *    in store master order
       400-build-store-packets.

           perform
             varying ws-packet-store-sub from 1 by 1
             until ws-packet-store-sub > ws-num-of-stores
               if ws-st-wants(ws-packet-store-sub) not = all "N" then
                   move "S" to ws-rc-type
                   move ws-st-number(ws-packet-store-sub) to ws-rc-id
                   move ws-st-name(ws-packet-store-sub) to ws-rc-name
                   move ws-st-wants(ws-packet-store-sub)
                     to ws-rc-wants
                   move ws-packet-store-sub to ws-rc-store-sub
                   perform 430-build-one-packet
               end-if
           end-perform.

      *    Departments get their reports whole, chain totals and
      *    every store's lines included
       420-build-dept-packets.

           perform
             varying ws-dept-sub from 1 by 1
             until ws-dept-sub > ws-num-depts
               if ws-dp-wants(ws-dept-sub) not = all "N" then
                   move "D" to ws-rc-type
                   move ws-dp-id(ws-dept-sub) to ws-rc-id
                   move spaces to ws-rc-name
                   move ws-dp-wants(ws-dept-sub) to ws-rc-wants
                   move 0 to ws-rc-store-sub
                   perform 430-build-one-packet
               end-if
           end-perform.

       430-build-one-packet.

           move spaces to ws-packet-file-name.

           if ws-rc-type = "S" then
               string
                   "PACKET-STORE" delimited by size
                   ws-rc-id delimited by space
                   ".out" delimited by size
                   into ws-packet-file-name
               end-string
           else
               string
                   "PACKET-" delimited by size
                   ws-rc-id delimited by space
                   ".out" delimited by size
                   into ws-packet-file-name
               end-string
           end-if.

           move spaces to ws-packet-name.
           string
               ws-data-dir delimited by space
               ws-packet-file-name delimited by space
               into ws-packet-name
           end-string.

           open output packet-file.

           add 1 to ws-packet-counter.

           perform 440-write-cover-page.

           perform
             varying ws-rpt-sub from 1 by 1
             until ws-rpt-sub > ws-num-reports
               if ws-rc-wants(ws-rpt-sub:1) = "Y" then
                   perform 450-deliver-one-report
               end-if
           end-perform.

           close packet-file.

      *    Batch, recipient, and a contents line per report with
      *    the lines it holds - store lines being the ones that are
      *    this store's alone, or on a department's copy the ones
      *    that belong to any store
       440-write-cover-page.

           write packet-line from ws-report-title-line2.
           write packet-line from ws-cover-title-line.
           write packet-line from ws-report-title-line2.
           write packet-line from ws-batch-heading-line.
           move spaces to packet-line.
           write packet-line.

           if ws-rc-type = "S" then
               move ws-rc-id to ws-cs-number
               move ws-rc-name to ws-cs-name
               write packet-line from ws-cover-store-line
           else
               move ws-rc-id to ws-cd-id
               write packet-line from ws-cover-dept-line
           end-if.

           move spaces to packet-line.
           write packet-line.
           write packet-line from ws-cover-contents-line.
           write packet-line from ws-cover-heading-line.

           perform
             varying ws-rpt-sub from 1 by 1
             until ws-rpt-sub > ws-num-reports
               if ws-rc-wants(ws-rpt-sub:1) = "Y" then
                   perform 445-write-contents-line
               end-if
           end-perform.

           write packet-line from ws-report-title-line2.

       445-write-contents-line.

           if ws-rp-found(ws-rpt-sub) = "N" then
               move ws-rp-id(ws-rpt-sub) to ws-cm-id
               move ws-rp-desc(ws-rpt-sub) to ws-cm-desc
               write packet-line from ws-cover-missing-line
           else
               perform 447-compute-toc-lines
               move ws-rp-id(ws-rpt-sub) to ws-cv-id
               move ws-rp-desc(ws-rpt-sub) to ws-cv-desc
               move ws-toc-lines to ws-cv-lines
               move ws-toc-store-lines to ws-cv-store-lines
               write packet-line from ws-cover-detail-line
           end-if.

       447-compute-toc-lines.

           if ws-rc-type = "S" then
               move ws-st-lines(ws-rc-store-sub, ws-rpt-sub)
                 to ws-toc-store-lines
               compute ws-toc-lines =
                 ws-rp-all-lines(ws-rpt-sub) + ws-toc-store-lines
           else
               move ws-rp-total-lines(ws-rpt-sub) to ws-toc-lines
               compute ws-toc-store-lines =
                 ws-rp-total-lines(ws-rpt-sub)
                 - ws-rp-all-lines(ws-rpt-sub)
                 - ws-rp-ho-lines(ws-rpt-sub)
           end-if.

      *    Copies the recipient's share of one report into the
      *    packet behind a separator line and logs the delivery
       450-deliver-one-report.

           move 0 to ws-copied-lines.

           if ws-rp-found(ws-rpt-sub) = "N" then
               move "NOT PRODUCED" to dl-status
               add 1 to ws-not-produced-counter
           else

               move ws-rp-desc(ws-rpt-sub) to ws-sp-desc
               move ws-rp-file(ws-rpt-sub) to ws-sp-file
               move spaces to packet-line
               write packet-line
               write packet-line from ws-separator-line

               perform 220-open-chain-report

               if ws-report-status = "00" then

                   perform until ws-report-eof = "y"

                       read chain-report-file
                           at end
                               move "y" to ws-report-eof
                           not at end
                               perform 300-classify-line
                               perform 455-copy-one-line
                       end-read

                   end-perform

                   close chain-report-file

                   move "DELIVERED" to dl-status
                   add 1 to ws-delivered-counter

               else
                   move "NOT PRODUCED" to dl-status
                   add 1 to ws-not-produced-counter
               end-if

           end-if.

           perform 460-log-distribution.

      *    A department copy is the report as printed; a store copy
      *    takes the blank lines above each line it receives, so its
      *    sections stay spaced the way they print
       455-copy-one-line.

           if ws-rc-type = "D" then
               write packet-line from chain-report-line
               add 1 to ws-copied-lines
           else

               if ws-line-dest = "BL" then
                   add 1 to ws-pending-blanks
               else

                   if ws-line-dest = "**"
                     or ws-line-store-sub = ws-rc-store-sub then
                       move spaces to packet-line
                       perform
                         varying ws-blank-sub from 1 by 1
                         until ws-blank-sub > ws-pending-blanks
                           write packet-line
                           add 1 to ws-copied-lines
                       end-perform
                       write packet-line from chain-report-line
                       add 1 to ws-copied-lines
                   end-if

                   move 0 to ws-pending-blanks

               end-if

           end-if.

       460-log-distribution.

           move ws-batch-date to dl-batch-date.
           move ws-batch-number to dl-batch-number.
           move ws-rc-type to dl-recipient-type.
           move ws-rc-id to dl-recipient-id.
           move ws-rp-id(ws-rpt-sub) to dl-report-id.
           move ws-copied-lines to dl-line-count.
           move ws-packet-file-name to dl-packet-name.

           write dist-log-rec.

           if ws-rc-type = "S" then
               move "STORE" to ws-dd-type
           else
               move "DEPT" to ws-dd-type
           end-if.
           move ws-rc-id to ws-dd-id.
           move ws-rp-id(ws-rpt-sub) to ws-dd-report.
           move ws-copied-lines to ws-dd-lines.
           move dl-status to ws-dd-status.
           move ws-packet-file-name to ws-dd-packet.

           write report-line from ws-delivery-detail-line
             after advancing 1 line.

      *    Lists the control rows that could not be applied and the
      *    run totals
       500-print-totals.

           if ws-ctl-rows-applied = 0 and ws-num-ignored = 0 then
               write report-line from ws-default-line
                 after advancing 2 lines
           end-if.

           if ws-num-ignored > 0 then

               write report-line from ws-ignored-title-line
                 after advancing 2 lines

               perform
                 varying ws-ig-sub from 1 by 1
                 until ws-ig-sub > ws-num-ignored
                   move ws-ig-row(ws-ig-sub) to ws-id-row
                   move ws-ig-reason(ws-ig-sub) to ws-id-reason
                   write report-line from ws-ignored-detail-line
                     after advancing 1 line
               end-perform

           end-if.

           move "Reports read:" to ws-tl-label.
           move ws-reports-found-counter to ws-tl-count.
           write report-line from ws-total-line
             after advancing 2 lines.

           move "Packets written:" to ws-tl-label.
           move ws-packet-counter to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Reports delivered:" to ws-tl-label.
           move ws-delivered-counter to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Reports not produced:" to ws-tl-label.
           move ws-not-produced-counter to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.

           move "Control rows ignored:" to ws-tl-label.
           move ws-num-ignored to ws-tl-count.
           write report-line from ws-total-line
             after advancing 1 line.
