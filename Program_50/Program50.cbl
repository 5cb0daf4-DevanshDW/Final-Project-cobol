       identification division.
       program-id. program50.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Customer return-abuse watch list.  Program31
      * watches the salespeople; this watches the customers who
      * return across several stores, without a receipt (reason
      * NR), or against sales the returns match could not find
      * (program8's orphan returns).  Every keyed return of the
      * cycle is rolled into CustomerReturnHistory.dat - one record
      * per customer per store per business date, carried forward
      * (same-date replacing, generation-swapped) and kept for the
      * 90 days the longest window needs - and from it, for every
      * customer with a return in the last 90 days, this totals
      * across all stores:
      *
      *   - returns, count and amount, over the last 30 and 90 days;
      *   - no-receipt returns and orphan returns over both windows
      *     (an orphan that is also a no-receipt return counts once,
      *     as a no-receipt return);
      *   - the number of different stores returned to;
      *
      * and sets the 90-day return amount against the customer's
      * purchases on CustomerHistory.dat (program30).  A customer is
      * flagged when any of the operator's thresholds on the
      * run-control card is reached:
      *
      *   C  returns in the last 30 days       (card positions 51-53)
      *   N  no-receipt and orphan returns in
      *      the last 90 days                  (card positions 54-56)
      *   S  different stores returned to in
      *      the last 30 days                  (card positions 57-59)
      *   P  90-day returns as a percent of
      *      purchases (no purchases at all
      *      counts as over)                   (card positions 60-62)
      *
      * A threshold of 000 takes the default - 5 returns, 3
      * no-receipt or orphan returns, 3 stores, 50 percent.
      *
      * The flagged customers are written to ReturnWatchList.dat,
      * which program26 sends to every store with its
      * acknowledgment so the till asks for a manager's approval on
      * the customer's next return, and listed on
      * return_watch_report.out for loss prevention.  The list is
      * cut fresh every cycle: a customer whose figures fall back
      * under the thresholds drops off it.
      *
      * History record layout (CustomerReturnHistory.dat, 58 chars):
      *   customer number x(6), business date 9(8), store x(2),
      *   returns 9(5), returns amount 9(7)v99, no-receipt returns
      *   9(5), no-receipt amount 9(7)v99, orphan returns 9(5),
      *   orphan amount 9(7)v99
      *
      * Watch list record layout (ReturnWatchList.dat, 80 chars):
      *   customer number x(6), name x(20), date flagged 9(8),
      *   reasons x(4) (C, N, S, P in their own positions), returns
      *   in 30 days 9(3), their amount 9(7)v99, no-receipt and
      *   orphan returns in 90 days 9(3), stores in 30 days 9(2),
      *   returns amount in 90 days 9(7)v99, purchases 9(9)v99,
      *   return percent 9(3), filler x(2)
      *
      * Trial-run mode cuts the report and the list but leaves the
      * history as the prior real cycle left it.
      *
       environment division.
       input-output section.
       file-control.
           select rr-file
               assign "../../../data/returns_records.dat"
               organization is line sequential
               file status is ws-rr-file-status.
      *
           select orphan-returns-file
               assign "../../../data/orphan_returns.dat"
               organization is line sequential
               file status is ws-orph-file-status.
      *
           select customer-history-file
               assign "../../../data/CustomerHistory.dat"
               organization is line sequential
               file status is ws-chist-file-status.
      *
           select customer-master-file
               assign "../../../data/CustomerMaster.dat"
               organization is line sequential
               file status is ws-cust-file-status.
      *
           select return-history-file
               assign "../../../data/CustomerReturnHistory.dat"
               organization is line sequential
               file status is ws-rhist-file-status.
      *
           select return-history-new-file
               assign "../../../data/CustomerReturnHistory.new"
               organization is line sequential
               file status is ws-rhnew-file-status.
      *
           select watch-list-file
               assign "../../../data/ReturnWatchList.dat"
               organization is line sequential.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select print-file
               assign "../../../data/return_watch_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * Every return of the cycle (program2)
       fd rr-file
           data record is rr-line
           record contains 58 characters.
      *
       01 rr-line.
           05 rr-rec-trans-code                pic x(1).
           05 rr-rec-trans-amount              pic 9(5)v99.
           05 rr-rec-pay-type                  pic x(2).
           05 rr-rec-store-number              pic x(2).
           05 rr-rec-invoice-number            pic x(9).
           05 rr-rec-sku-code                  pic x(15).
           05 rr-rec-return-reason-code        pic x(2).
               88 rr-reason-is-no-receipt      value "NR".
           05 rr-rec-trans-date                pic 9(8).
           05 rr-rec-quantity                  pic 9(3).
           05 rr-rec-salesperson-id            pic x(3).
           05 rr-rec-customer-number           pic x(6).
      *
      * The returns program8 found no originating sale for
       fd orphan-returns-file
           data record is orphan-return-line
           record contains 58 characters.
      *
       01 orphan-return-line.
           05 orph-trans-code                  pic x(1).
           05 orph-trans-amount                pic 9(5)v99.
           05 orph-pay-type                    pic x(2).
           05 orph-store-number                pic x(2).
           05 orph-invoice-number              pic x(9).
           05 orph-sku-code                    pic x(15).
           05 orph-return-reason-code          pic x(2).
           05 orph-trans-date                  pic 9(8).
           05 orph-quantity                    pic 9(3).
           05 orph-salesperson-id              pic x(3).
           05 orph-customer-number             pic x(6).
      *
      * Purchase history (program30) - one record per customer per
      * store
       fd customer-history-file
           data record is customer-history-record
           record contains 44 characters.
      *
       01 customer-history-record.
           05 chs-customer-number              pic x(6).
           05 chs-store-number                 pic x(2).
           05 chs-first-date                   pic 9(8).
           05 chs-last-date                    pic 9(8).
           05 chs-txn-count                    pic 9(7).
           05 chs-amount                       pic 9(11)v99.
      *
       fd customer-master-file
           data record is customer-master-record
           record contains 50 characters.
      *
       01 customer-master-record.
           05 cst-customer-number              pic x(6).
           05 cst-name                         pic x(20).
           05 cst-exempt-cert                  pic x(15).
           05 cst-exempt-type                  pic x(1).
           05 cst-exempt-expiry                pic 9(8).
      *
      * Per-customer daily returns history, carried forward for the
      * 30- and 90-day windows.
       fd return-history-file
           data record is return-history-record
           record contains 58 characters.
      *
       01 return-history-record.
           05 crh-customer-number              pic x(6).
           05 crh-business-date                pic 9(8).
           05 crh-store-number                 pic x(2).
           05 crh-return-cnt                   pic 9(5).
           05 crh-return-amt                   pic 9(7)v99.
           05 crh-nr-cnt                       pic 9(5).
           05 crh-nr-amt                       pic 9(7)v99.
           05 crh-orphan-cnt                   pic 9(5).
           05 crh-orphan-amt                   pic 9(7)v99.
      *
       fd return-history-new-file
           data record is return-history-new-record
           record contains 58 characters.
      *
       01 return-history-new-record            pic x(58).
      *
      * The flagged customers, sent to the stores by program26
       fd watch-list-file
           data record is watch-list-record
           record contains 80 characters.
      *
       01 watch-list-record.
           05 rwl-customer-number              pic x(6).
           05 rwl-customer-name                pic x(20).
           05 rwl-flag-date                    pic 9(8).
           05 rwl-reasons.
               10 rwl-reason-count             pic x(1).
               10 rwl-reason-no-receipt        pic x(1).
               10 rwl-reason-stores            pic x(1).
               10 rwl-reason-percent           pic x(1).
           05 rwl-returns-30-cnt               pic 9(3).
           05 rwl-returns-30-amt               pic 9(7)v99.
           05 rwl-nr-orphan-90-cnt             pic 9(3).
           05 rwl-stores-30-cnt                pic 9(2).
           05 rwl-returns-90-amt               pic 9(7)v99.
           05 rwl-purchases-amt                pic 9(9)v99.
           05 rwl-return-pct                   pic 9(3).
           05 filler                           pic x(2).
      *
      * Run-control parameter card, one per cycle, read at start-up
      * by every program in the chain so a run's parameters are on
      * record instead of living in the operator's shell history.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 rc-reject-threshold              pic 9(3).
           05 rc-exception-threshold           pic 9(5)v99.
           05 rc-settle-tolerance              pic 9(5)v99.
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 filler                           pic x(20).
           05 rc-watch-return-cnt              pic 9(3).
           05 rc-watch-nr-cnt                  pic 9(3).
           05 rc-watch-store-cnt               pic 9(3).
           05 rc-watch-return-pct              pic 9(3).
           05 filler                           pic x(18).
      *
       fd print-file
           record contains 90 characters
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-rr-file-status                    pic xx value spaces.
       77 ws-orph-file-status                  pic xx value spaces.
       77 ws-chist-file-status                 pic xx value spaces.
       77 ws-cust-file-status                  pic xx value spaces.
       77 ws-rhist-file-status                 pic xx value spaces.
       77 ws-rhnew-file-status                 pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-rr-eof-flag                       pic x value 'n'.
       77 ws-orph-eof-flag                     pic x value 'n'.
       77 ws-chist-eof-flag                    pic x value 'n'.
       77 ws-cust-eof-flag                     pic x value 'n'.
       77 ws-rhist-eof-flag                    pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-rhist-old-name                    pic x(44) value
           "../../../data/CustomerReturnHistory.dat".
       77 ws-rhist-new-name                    pic x(44) value
           "../../../data/CustomerReturnHistory.new".

      * The thresholds - from the card, or the defaults
       77 ws-watch-return-cnt                  pic 9(3) value 5.
       77 ws-watch-nr-cnt                      pic 9(3) value 3.
       77 ws-watch-store-cnt                   pic 9(3) value 3.
       77 ws-watch-return-pct                  pic 9(3) value 50.

      * The business date and the first day of each window
       77 ws-business-yyyymmdd                 pic 9(8) value 0.
       77 ws-start-30                          pic 9(8) value 0.
       77 ws-start-90                          pic 9(8) value 0.
       01 ws-work-date                         pic 9(8) value 0.
       01 ws-work-date-r redefines ws-work-date.
           05 ws-dw-year                       pic 9(4).
           05 ws-dw-month                      pic 99.
           05 ws-dw-day                        pic 99.
       77 ws-days-back                         pic 9(3) value 0.
       01 ws-month-days-values                 pic x(24) value
           "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days                    pic 99 occurs 12 times.
       77 ws-month-length                      pic 99 value 0.
       77 ws-leap-quotient                     pic 9(4) value 0.
       77 ws-leap-rem-4                        pic 9(3) value 0.
       77 ws-leap-rem-100                      pic 9(3) value 0.
       77 ws-leap-rem-400                      pic 9(3) value 0.

      * Today's keyed returns by customer + store
       77 ws-tdy-tbl-cnt                       pic 9(4) value 0.
       77 ws-tdy-tbl-sub                       pic 9(4) value 0.
       77 ws-tdy-match-sub                     pic 9(4) value 0.
       77 ws-tdy-overflow-flag                 pic x value 'n'.
       77 ws-tdy-search-cust                   pic x(6) value spaces.
       77 ws-tdy-search-store                  pic x(2) value spaces.
       01 ws-today-table.
           05 ws-tdy-entry                     occurs 5000 times.
               10 ws-tdy-customer              pic x(6).
               10 ws-tdy-store                 pic x(2).
               10 ws-tdy-return-cnt            pic 9(5).
               10 ws-tdy-return-amt            pic 9(7)v99.
               10 ws-tdy-nr-cnt                pic 9(5).
               10 ws-tdy-nr-amt                pic 9(7)v99.
               10 ws-tdy-orphan-cnt            pic 9(5).
               10 ws-tdy-orphan-amt            pic 9(7)v99.

      * Per-customer window totals across all stores, with the
      * stores returned to and the last date at each
       77 ws-sum-tbl-cnt                       pic 9(4) value 0.
       77 ws-sum-tbl-sub                       pic 9(4) value 0.
       77 ws-sum-match-sub                     pic 9(4) value 0.
       77 ws-sum-overflow-flag                 pic x value 'n'.
       77 ws-sum-store-sub                     pic 99 value 0.
       77 ws-sum-store-match                   pic 99 value 0.
       01 ws-summary-table.
           05 ws-sum-entry                     occurs 5000 times.
               10 ws-sum-customer              pic x(6).
               10 ws-sum-name                  pic x(20).
               10 ws-sum-ret30-cnt             pic 9(5).
               10 ws-sum-ret30-amt             pic 9(7)v99.
               10 ws-sum-ret90-cnt             pic 9(5).
               10 ws-sum-ret90-amt             pic 9(7)v99.
               10 ws-sum-nr30-cnt              pic 9(5).
               10 ws-sum-nr90-cnt              pic 9(5).
               10 ws-sum-orph30-cnt            pic 9(5).
               10 ws-sum-orph90-cnt            pic 9(5).
               10 ws-sum-purchases             pic 9(11)v99.
               10 ws-sum-store-cnt             pic 99.
               10 ws-sum-store                 occurs 10 times.
                   15 ws-sum-store-number      pic x(2).
                   15 ws-sum-store-last        pic 9(8).

      * One day's returns for a customer at a store, from the
      * history or from today's table, on its way into the summary
       01 ws-rh-work.
           05 ws-rhw-customer                  pic x(6).
           05 ws-rhw-business-date             pic 9(8).
           05 ws-rhw-store                     pic x(2).
           05 ws-rhw-return-cnt                pic 9(5).
           05 ws-rhw-return-amt                pic 9(7)v99.
           05 ws-rhw-nr-cnt                    pic 9(5).
           05 ws-rhw-nr-amt                    pic 9(7)v99.
           05 ws-rhw-orphan-cnt                pic 9(5).
           05 ws-rhw-orphan-amt                pic 9(7)v99.

      * One customer's judgment
       77 ws-stores-30                         pic 99 value 0.
       77 ws-nr-orphan-90                      pic 9(5) value 0.
       77 ws-return-pct                        pic 9(5) value 0.
       77 ws-flag-reasons                      pic x(4) value spaces.

      * Run totals
       77 ws-today-return-cnt                  pic 9(5) value 0.
       77 ws-walk-in-cnt                       pic 9(5) value 0.
       77 ws-hist-kept-cnt                     pic 9(7) value 0.
       77 ws-hist-aged-cnt                     pic 9(7) value 0.
       77 ws-flagged-cnt                       pic 9(5) value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 50".
           05 filler                           pic x(44) value spaces.
           05 filler                           pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-report-heading-2.
           05 ws-rh-date                       pic 9(6) value zeroes.
           05 filler                           pic x(4) value spaces.
           05 ws-rh-time                       pic 9(7) value zeroes.
           05 filler                           pic x(60) value spaces.
           05 filler                           pic x(13) value
               "Devansh Patel".

       01 ws-page-heading.
           05 filler                           pic x(29) value spaces.
           05 filler                           pic x(32) value
               "Customer Return Watch List".
           05 filler                           pic x(29) value spaces.

       01 ws-runctl-echo-line.
           05 filler                           pic x(18) value
               "Run control: date ".
           05 ws-rce-date                      pic 9(8).
           05 filler                           pic x(7) value
               "  mode ".
           05 ws-rce-mode                      pic x(1).
           05 filler                           pic x(8) value
               "  cycle ".
           05 ws-rce-cycle                     pic 9(4).
           05 filler                           pic x(44) value spaces.

       01 ws-window-line.
           05 filler                           pic x(24) value
               "Windows from          : ".
           05 ws-wnl-start-30                  pic 9(8).
           05 filler                           pic x(12) value
               " (30 days)  ".
           05 ws-wnl-start-90                  pic 9(8).
           05 filler                           pic x(10) value
               " (90 days)".
           05 filler                           pic x(28) value spaces.

       01 ws-threshold-line.
           05 filler                           pic x(24) value
               "Flag at               : ".
           05 filler                           pic x(2) value "C ".
           05 ws-thl-return-cnt                pic zz9.
           05 filler                           pic x(16) value
               " returns/30d  N ".
           05 ws-thl-nr-cnt                    pic zz9.
           05 filler                           pic x(18) value
               " NR+orphan/90d  S ".
           05 ws-thl-store-cnt                 pic zz9.
           05 filler                           pic x(15) value
               " stores/30d  P ".
           05 ws-thl-return-pct                pic zz9.
           05 filler                           pic x(3) value spaces.

       01 ws-flagged-heading-1.
           05 filler                           pic x(30) value spaces.
           05 filler                           pic x(30) value
               " 30-day returns NR Orph Str".
           05 filler                           pic x(30) value
               "  90-day  Pct  Why".

       01 ws-flagged-heading-2.
           05 filler                           pic x(30) value
               "  Cust    Name".
           05 filler                           pic x(30) value
               "No.    Amount  90d  90d 30d".
           05 filler                           pic x(30) value
               " returns".

       01 ws-flagged-line.
           05 filler                           pic x(2) value spaces.
           05 ws-fll-customer                  pic x(6).
           05 filler                           pic x(2) value spaces.
           05 ws-fll-name                      pic x(18).
           05 filler                           pic x(2) value spaces.
           05 ws-fll-ret30-cnt                 pic zz9.
           05 filler                           pic x(1) value spaces.
           05 ws-fll-ret30-amt                 pic zz,zz9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-fll-nr90-cnt                  pic zz9.
           05 filler                           pic x(2) value spaces.
           05 ws-fll-orph90-cnt                pic zz9.
           05 filler                           pic x(2) value spaces.
           05 ws-fll-stores-30                 pic z9.
           05 filler                           pic x(2) value spaces.
           05 ws-fll-ret90-amt                 pic zzz,zz9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-fll-pct                       pic zz9.
           05 filler                           pic x(2) value spaces.
           05 ws-fll-reasons                   pic x(4).
           05 filler                           pic x(11) value spaces.

       01 ws-none-flagged-line                 pic x(90) value
           "  No customer has reached a threshold this cycle.".

       01 ws-count-line.
           05 ws-cnl-label                     pic x(40).
           05 ws-cnl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(41) value spaces.

       01 ws-tdy-overflow-line                 pic x(90) value
           "*** WARNING - today's returns table full - returns skipped".

       01 ws-sum-overflow-line                 pic x(90) value
           "*** WARNING - customer table full - customers not judged".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 040-read-run-control.
           perform 050-set-windows.

           perform 100-accumulate-today-returns.
           perform 150-accumulate-today-orphans.
           perform 200-total-history.
           perform 250-total-today.
           perform 300-add-purchases.
           perform 350-add-customer-names.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file watch-list-file.

           perform 400-print-headings.

           perform 500-judge-one-customer
               varying ws-sum-tbl-sub from 1 by 1
               until ws-sum-tbl-sub > ws-sum-tbl-cnt.

           if ws-flagged-cnt = 0 then
               write print-line from ws-none-flagged-line
                   after advancing 1 line
           end-if.

           perform 550-print-footer.

           close print-file watch-list-file.

      * Trial-run mode leaves the history as the prior real cycle
      * left it.
           if ws-runctl-mode not = "T" then
               perform 600-post-return-history
           end-if.

           goback.
      *
      * Read The Run-Control Parameter Card
      *
       040-read-run-control.
           accept ws-business-yyyymmdd from date yyyymmdd.

           open input run-control-file.
           if ws-runctl-file-status = "35" then
      * No card - a normal run at the default thresholds
               continue
           else
               read run-control-file
                   at end
                       move 'y'            to ws-runctl-eof-flag
               end-read
               if ws-runctl-eof-flag not = 'y' then
                   if (rc-business-date is numeric) and
                      (rc-business-date > zero) then
                       move rc-business-date to ws-business-yyyymmdd
                   end-if
                   move rc-run-mode        to ws-runctl-mode
                   if rc-cycle-number is numeric then
                       move rc-cycle-number to ws-cycle-number
                   end-if
                   if (rc-watch-return-cnt is numeric) and
                      (rc-watch-return-cnt > zero) then
                       move rc-watch-return-cnt
                           to ws-watch-return-cnt
                   end-if
                   if (rc-watch-nr-cnt is numeric) and
                      (rc-watch-nr-cnt > zero) then
                       move rc-watch-nr-cnt to ws-watch-nr-cnt
                   end-if
                   if (rc-watch-store-cnt is numeric) and
                      (rc-watch-store-cnt > zero) then
                       move rc-watch-store-cnt to ws-watch-store-cnt
                   end-if
                   if (rc-watch-return-pct is numeric) and
                      (rc-watch-return-pct > zero) then
                       move rc-watch-return-pct
                           to ws-watch-return-pct
                   end-if
               end-if
               close run-control-file
           end-if.
      *
      * The First Day Of Each Window - the business date counts as
      * the first of the 30 and of the 90 days
      *
       050-set-windows.
           move ws-business-yyyymmdd       to ws-work-date.
           perform 810-back-one-day 29 times.
           move ws-work-date               to ws-start-30.
           perform 810-back-one-day 60 times.
           move ws-work-date               to ws-start-90.
      *
      * Total Today's Keyed Returns By Customer And Store
      *
       100-accumulate-today-returns.
           open input rr-file.

           if ws-rr-file-status = "35" then
               continue
           else
               read rr-file
                   at end
                       move 'y'            to ws-rr-eof-flag
               end-read
               perform 110-accumulate-one-return
                   until ws-rr-eof-flag = 'y'
               close rr-file
           end-if.

       110-accumulate-one-return.
           if rr-rec-trans-amount is numeric then
               add 1                       to ws-today-return-cnt
               if rr-rec-customer-number = spaces then
                   add 1                   to ws-walk-in-cnt
               else
                   move rr-rec-customer-number to ws-tdy-search-cust
                   move rr-rec-store-number to ws-tdy-search-store
                   perform 700-find-today-slot
                   if ws-tdy-match-sub > 0 then
                       add 1
                           to ws-tdy-return-cnt(ws-tdy-match-sub)
                       add rr-rec-trans-amount
                           to ws-tdy-return-amt(ws-tdy-match-sub)
                       if rr-reason-is-no-receipt then
                           add 1
                               to ws-tdy-nr-cnt(ws-tdy-match-sub)
                           add rr-rec-trans-amount
                               to ws-tdy-nr-amt(ws-tdy-match-sub)
                       end-if
                   end-if
               end-if
           end-if.

           read rr-file
               at end
                   move 'y'                to ws-rr-eof-flag.
      *
      * Add Today's Orphan Returns By Customer And Store
      *
       150-accumulate-today-orphans.
           open input orphan-returns-file.

           if ws-orph-file-status = "35" then
      * Returns matching has not run - no orphans to count
               continue
           else
               read orphan-returns-file
                   at end
                       move 'y'            to ws-orph-eof-flag
               end-read
               perform 160-accumulate-one-orphan
                   until ws-orph-eof-flag = 'y'
               close orphan-returns-file
           end-if.

      * A no-receipt orphan is already counted as a no-receipt
      * return, so it is left out here to count once in N
       160-accumulate-one-orphan.
           if (orph-customer-number not = spaces) and
              (orph-trans-amount is numeric) and
              (orph-return-reason-code not = "NR") then
               move orph-customer-number   to ws-tdy-search-cust
               move orph-store-number      to ws-tdy-search-store
               perform 700-find-today-slot
               if ws-tdy-match-sub > 0 then
                   add 1 to ws-tdy-orphan-cnt(ws-tdy-match-sub)
                   add orph-trans-amount
                       to ws-tdy-orphan-amt(ws-tdy-match-sub)
               end-if
           end-if.

           read orphan-returns-file
               at end
                   move 'y'                to ws-orph-eof-flag.
      *
      * Total The Carried History Into The Customer Windows - today's
      * old records (a rerun) are replaced, and a day before the
      * 90-day window has aged out
      *
       200-total-history.
           open input return-history-file.

           if ws-rhist-file-status = "35" then
      * No history yet - first run of the watch list
               continue
           else
               read return-history-file
                   at end
                       move 'y'            to ws-rhist-eof-flag
               end-read
               perform 210-total-one-history
                   until ws-rhist-eof-flag = 'y'
               close return-history-file
           end-if.

       210-total-one-history.
           if crh-business-date not = ws-business-yyyymmdd then
               if crh-business-date < ws-start-90 then
                   add 1                   to ws-hist-aged-cnt
               else
                   add 1                   to ws-hist-kept-cnt
                   move return-history-record to ws-rh-work
                   perform 260-add-to-summary
               end-if
           end-if.

           read return-history-file
               at end
                   move 'y'                to ws-rhist-eof-flag.
      *
      * Total Today's Returns Into The Customer Windows
      *
       250-total-today.
           perform 255-total-one-today
               varying ws-tdy-tbl-sub from 1 by 1
               until ws-tdy-tbl-sub > ws-tdy-tbl-cnt.

       255-total-one-today.
           perform 620-build-today-work.
           perform 260-add-to-summary.
      *
      * Add One Day's Returns At A Store To The Customer's Windows
      *
       260-add-to-summary.
           move zero                       to ws-sum-match-sub.
           perform varying ws-sum-tbl-sub from 1 by 1
               until ws-sum-tbl-sub > ws-sum-tbl-cnt
               or ws-sum-match-sub > 0
                   if ws-sum-customer(ws-sum-tbl-sub) =
                       ws-rhw-customer then
                       move ws-sum-tbl-sub to ws-sum-match-sub
                   end-if
           end-perform.

           if ws-sum-match-sub = 0 then
               if ws-sum-tbl-cnt < 5000 then
                   add 1                   to ws-sum-tbl-cnt
                   move ws-sum-tbl-cnt     to ws-sum-match-sub
                   initialize ws-sum-entry(ws-sum-match-sub)
                   move ws-rhw-customer
                       to ws-sum-customer(ws-sum-match-sub)
               else
                   move 'y'                to ws-sum-overflow-flag
               end-if
           end-if.

           if ws-sum-match-sub > 0 then
               add ws-rhw-return-cnt
                   to ws-sum-ret90-cnt(ws-sum-match-sub)
               add ws-rhw-return-amt
                   to ws-sum-ret90-amt(ws-sum-match-sub)
               add ws-rhw-nr-cnt
                   to ws-sum-nr90-cnt(ws-sum-match-sub)
               add ws-rhw-orphan-cnt
                   to ws-sum-orph90-cnt(ws-sum-match-sub)
               if ws-rhw-business-date not < ws-start-30 then
                   add ws-rhw-return-cnt
                       to ws-sum-ret30-cnt(ws-sum-match-sub)
                   add ws-rhw-return-amt
                       to ws-sum-ret30-amt(ws-sum-match-sub)
                   add ws-rhw-nr-cnt
                       to ws-sum-nr30-cnt(ws-sum-match-sub)
                   add ws-rhw-orphan-cnt
                       to ws-sum-orph30-cnt(ws-sum-match-sub)
               end-if
               perform 270-note-store
           end-if.
      *
      * Note The Store Returned To, Keeping Its Latest Date - ten
      * stores is as many as any threshold needs
      *
       270-note-store.
           move zero                       to ws-sum-store-match.
           perform varying ws-sum-store-sub from 1 by 1
               until ws-sum-store-sub >
                   ws-sum-store-cnt(ws-sum-match-sub)
               or ws-sum-store-match > 0
                   if ws-sum-store-number(ws-sum-match-sub,
                       ws-sum-store-sub) = ws-rhw-store then
                       move ws-sum-store-sub to ws-sum-store-match
                   end-if
           end-perform.

           if ws-sum-store-match = 0 then
               if ws-sum-store-cnt(ws-sum-match-sub) < 10 then
                   add 1 to ws-sum-store-cnt(ws-sum-match-sub)
                   move ws-sum-store-cnt(ws-sum-match-sub)
                       to ws-sum-store-match
                   move ws-rhw-store
                       to ws-sum-store-number(ws-sum-match-sub,
                                              ws-sum-store-match)
                   move zeroes
                       to ws-sum-store-last(ws-sum-match-sub,
                                            ws-sum-store-match)
               end-if
           end-if.

           if ws-sum-store-match > 0 then
               if ws-rhw-business-date >
                   ws-sum-store-last(ws-sum-match-sub,
                                     ws-sum-store-match) then
                   move ws-rhw-business-date
                       to ws-sum-store-last(ws-sum-match-sub,
                                            ws-sum-store-match)
               end-if
           end-if.
      *
      * Add Each Customer's Purchases Across All Stores
      *
       300-add-purchases.
           open input customer-history-file.

           if ws-chist-file-status = "35" then
      * No purchase history - every return is against no purchases
               continue
           else
               read customer-history-file
                   at end
                       move 'y'            to ws-chist-eof-flag
               end-read
               perform 310-add-one-purchase
                   until ws-chist-eof-flag = 'y'
               close customer-history-file
           end-if.

       310-add-one-purchase.
           perform varying ws-sum-tbl-sub from 1 by 1
               until ws-sum-tbl-sub > ws-sum-tbl-cnt
                   if ws-sum-customer(ws-sum-tbl-sub) =
                       chs-customer-number then
                       add chs-amount
                           to ws-sum-purchases(ws-sum-tbl-sub)
                   end-if
           end-perform.

           read customer-history-file
               at end
                   move 'y'                to ws-chist-eof-flag.
      *
      * Add The Customer Names Off The Customer Master
      *
       350-add-customer-names.
           open input customer-master-file.

           if ws-cust-file-status = "35" then
               continue
           else
               read customer-master-file
                   at end
                       move 'y'            to ws-cust-eof-flag
               end-read
               perform 360-add-one-name
                   until ws-cust-eof-flag = 'y'
               close customer-master-file
           end-if.

       360-add-one-name.
           perform varying ws-sum-tbl-sub from 1 by 1
               until ws-sum-tbl-sub > ws-sum-tbl-cnt
                   if ws-sum-customer(ws-sum-tbl-sub) =
                       cst-customer-number then
                       move cst-name
                           to ws-sum-name(ws-sum-tbl-sub)
                   end-if
           end-perform.

           read customer-master-file
               at end
                   move 'y'                to ws-cust-eof-flag.
      *
      * Print The Report Headings And The Thresholds Used
      *
       400-print-headings.
           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-business-yyyymmdd   to ws-rce-date.
           move ws-runctl-mode         to ws-rce-mode.
           move ws-cycle-number        to ws-rce-cycle.
           write print-line            from ws-runctl-echo-line
               after advancing 1 line.
           move ws-start-30            to ws-wnl-start-30.
           move ws-start-90            to ws-wnl-start-90.
           write print-line            from ws-window-line
               after advancing 2 line.
           move ws-watch-return-cnt    to ws-thl-return-cnt.
           move ws-watch-nr-cnt        to ws-thl-nr-cnt.
           move ws-watch-store-cnt     to ws-thl-store-cnt.
           move ws-watch-return-pct    to ws-thl-return-pct.
           write print-line            from ws-threshold-line
               after advancing 1 line.
           write print-line            from ws-flagged-heading-1
               after advancing 2 line.
           write print-line            from ws-flagged-heading-2
               after advancing 1 line.
      *
      * Judge One Customer Against The Thresholds
      *
       500-judge-one-customer.
           move spaces                     to ws-flag-reasons.

           move zero                       to ws-stores-30.
           perform varying ws-sum-store-sub from 1 by 1
               until ws-sum-store-sub >
                   ws-sum-store-cnt(ws-sum-tbl-sub)
                   if ws-sum-store-last(ws-sum-tbl-sub,
                       ws-sum-store-sub) not < ws-start-30 then
                       add 1               to ws-stores-30
                   end-if
           end-perform.

           compute ws-nr-orphan-90 =
               ws-sum-nr90-cnt(ws-sum-tbl-sub) +
               ws-sum-orph90-cnt(ws-sum-tbl-sub).

      * No purchases on file at all reads as over any percent
           if ws-sum-purchases(ws-sum-tbl-sub) > zero then
               compute ws-return-pct rounded =
                   (ws-sum-ret90-amt(ws-sum-tbl-sub) * 100) /
                   ws-sum-purchases(ws-sum-tbl-sub)
                   on size error
                       move 999            to ws-return-pct
               end-compute
           else
               move 999                    to ws-return-pct
           end-if.
           if ws-return-pct > 999 then
               move 999                    to ws-return-pct
           end-if.

           if ws-sum-ret30-cnt(ws-sum-tbl-sub) not <
               ws-watch-return-cnt then
               move "C"                    to ws-flag-reasons(1:1)
           end-if.
           if ws-nr-orphan-90 not < ws-watch-nr-cnt then
               move "N"                    to ws-flag-reasons(2:1)
           end-if.
           if ws-stores-30 not < ws-watch-store-cnt then
               move "S"                    to ws-flag-reasons(3:1)
           end-if.
           if (ws-sum-ret90-amt(ws-sum-tbl-sub) > zero) and
              (ws-return-pct > ws-watch-return-pct) then
               move "P"                    to ws-flag-reasons(4:1)
           end-if.

           if ws-flag-reasons not = spaces then
               perform 510-flag-customer
           end-if.
      *
      * Flag A Customer - onto the watch list and the report
      *
       510-flag-customer.
           add 1                           to ws-flagged-cnt.

           move spaces                     to watch-list-record.
           move ws-sum-customer(ws-sum-tbl-sub)
                                           to rwl-customer-number.
           move ws-sum-name(ws-sum-tbl-sub) to rwl-customer-name.
           move ws-business-yyyymmdd       to rwl-flag-date.
           move ws-flag-reasons            to rwl-reasons.
           move ws-sum-ret30-cnt(ws-sum-tbl-sub)
                                           to rwl-returns-30-cnt.
           move ws-sum-ret30-amt(ws-sum-tbl-sub)
                                           to rwl-returns-30-amt.
           move ws-nr-orphan-90            to rwl-nr-orphan-90-cnt.
           move ws-stores-30               to rwl-stores-30-cnt.
           move ws-sum-ret90-amt(ws-sum-tbl-sub)
                                           to rwl-returns-90-amt.
           move ws-sum-purchases(ws-sum-tbl-sub)
                                           to rwl-purchases-amt.
           move ws-return-pct              to rwl-return-pct.
           write watch-list-record.

           move ws-sum-customer(ws-sum-tbl-sub) to ws-fll-customer.
           move ws-sum-name(ws-sum-tbl-sub) to ws-fll-name.
           move ws-sum-ret30-cnt(ws-sum-tbl-sub) to ws-fll-ret30-cnt.
           move ws-sum-ret30-amt(ws-sum-tbl-sub) to ws-fll-ret30-amt.
           move ws-sum-nr90-cnt(ws-sum-tbl-sub) to ws-fll-nr90-cnt.
           move ws-sum-orph90-cnt(ws-sum-tbl-sub)
                                           to ws-fll-orph90-cnt.
           move ws-stores-30               to ws-fll-stores-30.
           move ws-sum-ret90-amt(ws-sum-tbl-sub) to ws-fll-ret90-amt.
           move ws-return-pct              to ws-fll-pct.
           move ws-flag-reasons            to ws-fll-reasons.
           write print-line from ws-flagged-line
               after advancing 1 line.
      *
      * Print Footer
      *
       550-print-footer.
           move "Returns this cycle                  : "
                                           to ws-cnl-label.
           move ws-today-return-cnt        to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 2 line.
           move "  walk-in (no customer)             : "
                                           to ws-cnl-label.
           move ws-walk-in-cnt             to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.
           move "Customers returning in 90 days      : "
                                           to ws-cnl-label.
           move ws-sum-tbl-cnt             to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.
           move "Customers on the watch list         : "
                                           to ws-cnl-label.
           move ws-flagged-cnt             to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.
           move "History days carried                : "
                                           to ws-cnl-label.
           move ws-hist-kept-cnt           to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.
           move "History days aged out               : "
                                           to ws-cnl-label.
           move ws-hist-aged-cnt           to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.

           if ws-tdy-overflow-flag = 'y' then
               write print-line from ws-tdy-overflow-line
                   after advancing 1 line
           end-if.
           if ws-sum-overflow-flag = 'y' then
               write print-line from ws-sum-overflow-line
                   after advancing 1 line
           end-if.
      *
      * Post Today's Returns Onto The History - new generation with
      * today's old records and the aged-out days dropped during the
      * copy, swapped in only on clean end-of-job
      *
       600-post-return-history.
           move 'n'                        to ws-rhist-eof-flag.

           open output return-history-new-file.

           open input return-history-file.
           if ws-rhist-file-status = "35" then
               continue
           else
               read return-history-file
                   at end
                       move 'y'            to ws-rhist-eof-flag
               end-read
               perform 610-copy-other-dates
                   until ws-rhist-eof-flag = 'y'
               close return-history-file
           end-if.

           perform 615-post-one-today
               varying ws-tdy-tbl-sub from 1 by 1
               until ws-tdy-tbl-sub > ws-tdy-tbl-cnt.

           close return-history-new-file.

           call "CBL_RENAME_FILE" using ws-rhist-new-name
                                        ws-rhist-old-name.
           move 0                          to return-code.

       610-copy-other-dates.
           if (crh-business-date not = ws-business-yyyymmdd) and
              (crh-business-date not < ws-start-90) then
               write return-history-new-record
                   from return-history-record
           end-if.

           read return-history-file
               at end
                   move 'y'                to ws-rhist-eof-flag.

       615-post-one-today.
           perform 620-build-today-work.
           write return-history-new-record from ws-rh-work.

       620-build-today-work.
           move ws-tdy-customer(ws-tdy-tbl-sub) to ws-rhw-customer.
           move ws-business-yyyymmdd       to ws-rhw-business-date.
           move ws-tdy-store(ws-tdy-tbl-sub) to ws-rhw-store.
           move ws-tdy-return-cnt(ws-tdy-tbl-sub)
                                           to ws-rhw-return-cnt.
           move ws-tdy-return-amt(ws-tdy-tbl-sub)
                                           to ws-rhw-return-amt.
           move ws-tdy-nr-cnt(ws-tdy-tbl-sub) to ws-rhw-nr-cnt.
           move ws-tdy-nr-amt(ws-tdy-tbl-sub) to ws-rhw-nr-amt.
           move ws-tdy-orphan-cnt(ws-tdy-tbl-sub)
                                           to ws-rhw-orphan-cnt.
           move ws-tdy-orphan-amt(ws-tdy-tbl-sub)
                                           to ws-rhw-orphan-amt.
      *
      * Find Today's Slot For A Customer At A Store, Opening One The
      * First Time The Pair Is Seen
      *
       700-find-today-slot.
           move zero                       to ws-tdy-match-sub.

           perform varying ws-tdy-tbl-sub from 1 by 1
               until ws-tdy-tbl-sub > ws-tdy-tbl-cnt
               or ws-tdy-match-sub > 0
                   if (ws-tdy-customer(ws-tdy-tbl-sub) =
                       ws-tdy-search-cust) and
                      (ws-tdy-store(ws-tdy-tbl-sub) =
                       ws-tdy-search-store) then
                       move ws-tdy-tbl-sub to ws-tdy-match-sub
                   end-if
           end-perform.

           if ws-tdy-match-sub = 0 then
               if ws-tdy-tbl-cnt < 5000 then
                   add 1                   to ws-tdy-tbl-cnt
                   move ws-tdy-tbl-cnt     to ws-tdy-match-sub
                   move ws-tdy-search-cust
                       to ws-tdy-customer(ws-tdy-match-sub)
                   move ws-tdy-search-store
                       to ws-tdy-store(ws-tdy-match-sub)
                   move zeroes
                       to ws-tdy-return-cnt(ws-tdy-match-sub)
                   move zeroes
                       to ws-tdy-return-amt(ws-tdy-match-sub)
                   move zeroes
                       to ws-tdy-nr-cnt(ws-tdy-match-sub)
                   move zeroes
                       to ws-tdy-nr-amt(ws-tdy-match-sub)
                   move zeroes
                       to ws-tdy-orphan-cnt(ws-tdy-match-sub)
                   move zeroes
                       to ws-tdy-orphan-amt(ws-tdy-match-sub)
               else
                   move 'y'                to ws-tdy-overflow-flag
               end-if
           end-if.
      *
      * Step The Work Date One Day Back - February has 29 days in a
      * year divisible by 4, except a century year not divisible by
      * 400
      *
       810-back-one-day.
           if ws-dw-day > 1 then
               subtract 1                  from ws-dw-day
           else
               if ws-dw-month = 1 then
                   move 12                 to ws-dw-month
                   subtract 1              from ws-dw-year
               else
                   subtract 1              from ws-dw-month
               end-if
               move ws-month-days(ws-dw-month) to ws-month-length
               if ws-dw-month = 2 then
                   divide ws-dw-year by 4 giving ws-leap-quotient
                       remainder ws-leap-rem-4
                   divide ws-dw-year by 100 giving ws-leap-quotient
                       remainder ws-leap-rem-100
                   divide ws-dw-year by 400 giving ws-leap-quotient
                       remainder ws-leap-rem-400
                   if (ws-leap-rem-4 = 0) and
                      ((ws-leap-rem-100 not = 0) or
                       (ws-leap-rem-400 = 0)) then
                       move 29             to ws-month-length
                   end-if
               end-if
               move ws-month-length        to ws-dw-day
           end-if.

       end program program50.
