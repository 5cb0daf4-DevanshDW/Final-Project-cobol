       identification division.
       program-id. program48.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Customer loyalty points ledger.  Every keyed
      * customer earns points on the cycle's void-adjusted sales and
      * layaway payments at the earn rate in force for the store on
      * the day of the sale - the highest of the store's own rates
      * and the all-stores rates on LoyaltyRates.dat whose dates
      * cover it, so a promotion period is a higher rate over a
      * shorter run of dates; a sale no rate covers earns the
      * standing one point per dollar.  The part of a sale paid with
      * a reward tender earns nothing.  Points are whole points,
      * fractions dropped.
      *
      * The points each sale earned are kept on LoyaltyEarnings.dat,
      * indexed on store + invoice the same way the sales history
      * is, so when the sale comes back on the matched-returns file -
      * this cycle or months later - the points it earned are taken
      * back in proportion to the amount returned, from the customer
      * who earned them, and never more than the sale earned.
      *
      * A reward tender (RW) on program1's tender extract is a
      * redemption: its card number is the customer's number and
      * every dollar of it spends 100 points (a point is worth one
      * cent).  A redemption is applied even when it drives the
      * balance below zero - the reward has already been handed over
      * at the till - and is listed as an exception for the loyalty
      * desk, as is a redemption by a customer with no points
      * account, a return that takes back points already spent, and
      * an RW tender with no customer.
      *
      * The ledger carries, per customer, the balance, the points
      * earned, taken back, redeemed and expired to date, the date
      * enrolled and the date of the last earning or redemption, and
      * the figures for the current statement period (the fiscal
      * period holding the business date, or its calendar month when
      * there is no fiscal calendar) - the balance the period opened
      * with and the points earned, taken back, redeemed and expired
      * in it - which program49's monthly statement run prints.  The
      * first posting to a customer in a new period rolls the closing
      * balance forward as the new period's opening balance.
      *
      * Ledger record layout (LoyaltyLedger.dat, 118 chars):
      *   customer number x(6), balance s9(9), earned to date 9(9),
      *   taken back to date 9(9), redeemed to date 9(9), expired to
      *   date 9(9), enrolled date 9(8), last activity date 9(8),
      *   statement period 9(6), opening balance s9(9), period
      *   earned 9(9), period taken back 9(9), period redeemed 9(9),
      *   period expired 9(9)
      *
      * Earnings record layout (LoyaltyEarnings.dat, 48 chars):
      *   store x(2), invoice x(9), customer number x(6), sale date
      *   9(8), sale amount 9(7)v99, points earned 9(7), points taken
      *   back 9(7)
      *
      * A business date already posted (LoyaltyApplied.dat) is never
      * posted again; a corrected day goes through backout_cycle.sh.
      *
       environment division.
       input-output section.
       file-control.
           select sl-file
               assign "../../../data/s_l_adjusted.dat"
               organization is line sequential
               file status is ws-sl-file-status.
      *
           select matched-returns-file
               assign "../../../data/matched_returns.dat"
               organization is line sequential
               file status is ws-mrt-file-status.
      *
           select valid-tender-file
               assign "../../../data/ValidTenders.dat"
               organization is line sequential
               file status is ws-tender-file-status.
      *
           select loyalty-rate-file
               assign "../../../data/LoyaltyRates.dat"
               organization is line sequential
               file status is ws-lyr-file-status.
      *
           select loyalty-ledger-file
               assign "../../../data/LoyaltyLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.
      *
           select loyalty-ledger-new-file
               assign "../../../data/LoyaltyLedger.new"
               organization is line sequential
               file status is ws-lnew-file-status.
      *
           select earnings-file
               assign "../../../data/LoyaltyEarnings.dat"
               organization is indexed
               access is random
               record key is le-key
               file status is ws-earn-file-status.
      *
           select fiscal-calendar-file
               assign "../../../data/FiscalCalendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
      * The business date whose activity is already on the ledger -
      * a rerun of that date (forced or not) must not post it twice.
           select applied-date-file
               assign "../../../data/LoyaltyApplied.dat"
               organization is line sequential
               file status is ws-applied-file-status.
      *
           select print-file
               assign "../../../data/loyalty_ledger_report.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd sl-file
           data record is sl-line
           record contains 58 characters.
      *
       01 sl-line.
           05 sl-rec-trans-code                pic x(1).
               88 sl-is-sale                   value "S".
               88 sl-is-layaway                value "L".
           05 sl-rec-trans-amount              pic 9(5)v99.
           05 sl-rec-pay-type                  pic x(2).
           05 sl-rec-store-number              pic x(2).
           05 sl-rec-invoice-number            pic x(9).
           05 sl-rec-sku-code                  pic x(15).
           05 sl-rec-return-reason-code        pic x(2).
           05 sl-rec-trans-date                pic 9(8).
           05 sl-rec-quantity                  pic 9(3).
           05 sl-rec-salesperson-id            pic x(3).
           05 sl-rec-customer-number           pic x(6).
      *
      * Program8's matched returns - returns with an originating sale
       fd matched-returns-file
           data record is matched-return-line
           record contains 58 characters.
      *
       01 matched-return-line.
           05 mrt-trans-code                   pic x(1).
           05 mrt-trans-amount                 pic 9(5)v99.
           05 mrt-pay-type                     pic x(2).
           05 mrt-store-number                 pic x(2).
           05 mrt-invoice-number               pic x(9).
           05 mrt-sku-code                     pic x(15).
           05 mrt-return-reason-code           pic x(2).
           05 mrt-trans-date                   pic 9(8).
           05 mrt-quantity                     pic 9(3).
           05 mrt-salesperson-id               pic x(3).
           05 mrt-customer-number              pic x(6).
      *
      * Program1's tender extract - the RW lines are the day's
      * redemptions, each carrying the customer's number.
       fd valid-tender-file
           data record is valid-tender-record
           record contains 46 characters.
      *
       01 valid-tender-record.
           05 vtn-trans-code                   pic x(1).
               88 tender-is-s                  value "S".
               88 tender-is-l                  value "L".
           05 vtn-store-number                 pic x(2).
           05 vtn-invoice-number               pic x(9).
           05 vtn-tender-type                  pic x(2).
               88 tender-is-rw                 value "RW".
           05 vtn-amount                       pic 9(5)v99.
           05 vtn-card-number                  pic x(16).
           05 vtn-trans-date                   pic 9(8).
           05 vtn-split-flag                   pic x(1).
      *
      * Loyalty earn rates (program9) - a store (blank = every
      * store), the dates the rate runs, the points per dollar and
      * the promotion it belongs to.
       fd loyalty-rate-file
           data record is loyalty-rate-record
           record contains 42 characters.
      *
       01 loyalty-rate-record.
           05 lyr-store-number                 pic x(2).
           05 lyr-start-date                   pic 9(8).
           05 lyr-end-date                     pic 9(8).
           05 lyr-points-rate                  pic 9(2)v99.
           05 lyr-promo-name                   pic x(20).
      *
      * The permanent points ledger - one record per customer,
      * carried forward from cycle to cycle.
       fd loyalty-ledger-file
           data record is loyalty-ledger-record
           record contains 118 characters.
      *
       01 loyalty-ledger-record.
           05 lyl-customer-number              pic x(6).
           05 lyl-balance                      pic s9(9).
           05 lyl-earned-to-date               pic 9(9).
           05 lyl-reversed-to-date             pic 9(9).
           05 lyl-redeemed-to-date             pic 9(9).
           05 lyl-expired-to-date              pic 9(9).
           05 lyl-enrolled-date                pic 9(8).
           05 lyl-last-activity-date           pic 9(8).
           05 lyl-statement-period             pic 9(6).
           05 lyl-opening-balance              pic s9(9).
           05 lyl-period-earned                pic 9(9).
           05 lyl-period-reversed              pic 9(9).
           05 lyl-period-redeemed              pic 9(9).
           05 lyl-period-expired               pic 9(9).
      *
       fd loyalty-ledger-new-file
           data record is loyalty-ledger-new-record
           record contains 118 characters.
      *
       01 loyalty-ledger-new-record            pic x(118).
      *
      * Points earned per sale, keyed on store + invoice
       fd earnings-file
           data record is earnings-record
           record contains 48 characters.
      *
       01 earnings-record.
           05 le-key.
               10 le-store-number              pic x(2).
               10 le-invoice-number            pic x(9).
           05 le-customer-number               pic x(6).
           05 le-sale-date                     pic 9(8).
           05 le-sale-amount                   pic 9(7)v99.
           05 le-points-earned                 pic 9(7).
           05 le-points-reversed               pic 9(7).
      *
      * Fiscal 4-4-5 calendar - one record per period
       fd fiscal-calendar-file
           data record is fiscal-calendar-record
           record contains 22 characters.
      *
       01 fiscal-calendar-record.
           05 fc-fiscal-year                   pic 9(4).
           05 fc-period-number                 pic 9(2).
           05 fc-start-date                    pic 9(8).
           05 fc-end-date                      pic 9(8).
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
           05 filler                           pic x(50).
      *
       fd applied-date-file
           data record is applied-date-record
           record contains 8 characters.
      *
       01 applied-date-record.
           05 apd-business-date                pic 9(8).
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

       77 ws-sl-file-status                    pic xx value spaces.
       77 ws-mrt-file-status                   pic xx value spaces.
       77 ws-tender-file-status                pic xx value spaces.
       77 ws-lyr-file-status                   pic xx value spaces.
       77 ws-ledger-file-status                pic xx value spaces.
       77 ws-lnew-file-status                  pic xx value spaces.
       77 ws-earn-file-status                  pic xx value spaces.
       77 ws-fiscal-file-status                pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-applied-file-status               pic xx value spaces.
       77 ws-sl-eof-flag                       pic x value 'n'.
       77 ws-mrt-eof-flag                      pic x value 'n'.
       77 ws-tender-eof-flag                   pic x value 'n'.
       77 ws-lyr-eof-flag                      pic x value 'n'.
       77 ws-ledger-eof-flag                   pic x value 'n'.
       77 ws-fiscal-eof-flag                   pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-already-applied-flag              pic x value 'n'.
           88 activity-already-applied         value 'y'.
       77 ws-ledger-old-name                   pic x(40) value
           "../../../data/LoyaltyLedger.dat".
       77 ws-ledger-new-name                   pic x(40) value
           "../../../data/LoyaltyLedger.new".

      * The business date and the statement period holding it
       01 ws-business-yyyymmdd                 pic 9(8) value 0.
       01 ws-business-yyyymmdd-r
           redefines ws-business-yyyymmdd.
           05 ws-business-year-month           pic 9(6).
           05 filler                           pic 99.
       77 ws-current-period                    pic 9(6) value 0.
       77 ws-period-found-flag                 pic x value 'n'.
           88 current-period-found             value 'y'.

      * Fiscal calendar table
       77 ws-fiscal-tbl-cnt                    pic 9(3) value 0.
       77 ws-fiscal-tbl-sub                    pic 9(3) value 0.
       77 ws-fiscal-loaded-flag                pic x value 'n'.
           88 fiscal-calendar-loaded           value 'y'.
       01 ws-fiscal-table.
           05 ws-fiscal-entry                  occurs 120 times.
               10 ws-fc-tbl-year               pic 9(4).
               10 ws-fc-tbl-period             pic 9(2).
               10 ws-fc-tbl-start              pic 9(8).
               10 ws-fc-tbl-end                pic 9(8).

      * Earn rates - the standing rate when none covers a sale, and
      * the points a reward dollar spends
       77 ws-standard-earn-rate                pic 9(2)v99 value 1.00.
       77 ws-points-per-reward-dollar          pic 9(3) value 100.
       77 ws-earn-rate                         pic 9(2)v99 value 0.
       77 ws-rate-found-flag                   pic x value 'n'.
           88 earn-rate-found                  value 'y'.
       77 ws-lyr-tbl-cnt                       pic 9(4) value 0.
       77 ws-lyr-tbl-sub                       pic 9(4) value 0.
       01 ws-lyr-table.
           05 ws-lyr-entry                     occurs 500 times.
               10 ws-lyr-tbl-store             pic x(2).
               10 ws-lyr-tbl-start             pic 9(8).
               10 ws-lyr-tbl-end               pic 9(8).
               10 ws-lyr-tbl-rate              pic 9(2)v99.

      * Points ledger table - the ledger loaded at start-up plus the
      * customers first seen this cycle.
       77 ws-cust-tbl-cnt                      pic 9(5) value 0.
       77 ws-cust-tbl-sub                      pic 9(5) value 0.
       77 ws-cust-match-sub                    pic 9(5) value 0.
       77 ws-cust-overflow-flag                pic x value 'n'.
       77 ws-cust-search                       pic x(6) value spaces.
       01 ws-cust-table.
           05 ws-cust-entry                    occurs 10000 times.
               10 ws-ct-customer               pic x(6).
               10 ws-ct-balance                pic s9(9).
               10 ws-ct-earned                 pic 9(9).
               10 ws-ct-reversed               pic 9(9).
               10 ws-ct-redeemed               pic 9(9).
               10 ws-ct-expired                pic 9(9).
               10 ws-ct-enrolled               pic 9(8).
               10 ws-ct-last-date              pic 9(8).
               10 ws-ct-period                 pic 9(6).
               10 ws-ct-opening                pic s9(9).
               10 ws-ct-per-earned             pic 9(9).
               10 ws-ct-per-reversed           pic 9(9).
               10 ws-ct-per-redeemed           pic 9(9).
               10 ws-ct-per-expired            pic 9(9).

      * The day's reward tenders by store + invoice - spent as
      * redemptions, and kept out of the sale amount that earns
       77 ws-rwd-tbl-cnt                       pic 9(6) value 0.
       77 ws-rwd-tbl-sub                       pic 9(6) value 0.
       77 ws-rwd-overflow-flag                 pic x value 'n'.
       01 ws-rwd-table.
           05 ws-rwd-entry                     occurs 100000 times.
               10 ws-rwd-tbl-store             pic x(2).
               10 ws-rwd-tbl-invoice           pic x(9).
               10 ws-rwd-tbl-customer          pic x(6).
               10 ws-rwd-tbl-amount            pic 9(5)v99.
               10 ws-rwd-tbl-date              pic 9(8).

      * The points this cycle's sales earned, written onto the
      * earnings file at end of job
       77 ws-ern-tbl-cnt                       pic 9(6) value 0.
       77 ws-ern-tbl-sub                       pic 9(6) value 0.
       77 ws-ern-match-sub                     pic 9(6) value 0.
       77 ws-ern-overflow-flag                 pic x value 'n'.
       01 ws-ern-table.
           05 ws-ern-entry                     occurs 100000 times.
               10 ws-ern-tbl-store             pic x(2).
               10 ws-ern-tbl-invoice           pic x(9).
               10 ws-ern-tbl-customer          pic x(6).
               10 ws-ern-tbl-date              pic 9(8).
               10 ws-ern-tbl-amount            pic 9(7)v99.
               10 ws-ern-tbl-points            pic 9(7).
               10 ws-ern-tbl-reversed          pic 9(7).

      * Points taken back this cycle on earlier cycles' sales - held
      * and rewritten onto the earnings file at end of job with the
      * day's new earnings, so a run that stops part-way leaves the
      * file exactly as it found it
       77 ws-upd-tbl-cnt                       pic 9(6) value 0.
       77 ws-upd-tbl-sub                       pic 9(6) value 0.
       77 ws-upd-match-sub                     pic 9(6) value 0.
       77 ws-upd-overflow-flag                 pic x value 'n'.
       01 ws-upd-table.
           05 ws-upd-entry                     occurs 100000 times.
               10 ws-upd-tbl-store             pic x(2).
               10 ws-upd-tbl-invoice           pic x(9).
               10 ws-upd-tbl-reversed          pic 9(7).

      * Set when any table filled - nothing is written that cycle
       77 ws-post-stopped-flag                 pic x value 'n'.
           88 posting-stopped                  value 'y'.

      * Working fields for one sale, return or redemption
       77 ws-earning-base                      pic 9(7)v99 value 0.
       77 ws-reward-on-sale                    pic 9(7)v99 value 0.
       77 ws-points                            pic 9(9) value 0.
       77 ws-points-left                       pic 9(7) value 0.
       77 ws-earned-found-flag                 pic x value 'n'.
           88 earning-found                    value 'y'.
       77 ws-found-customer                    pic x(6) value spaces.
       77 ws-found-amount                      pic 9(7)v99 value 0.
       77 ws-found-points                      pic 9(7) value 0.
       77 ws-found-reversed                    pic 9(7) value 0.
       77 ws-found-in-file-flag                pic x value 'n'.
           88 earning-in-file                  value 'y'.

      * Run totals
       77 ws-earn-cnt                          pic 9(7) value 0.
       77 ws-earn-points                       pic 9(9) value 0.
       77 ws-walk-in-cnt                       pic 9(7) value 0.
       77 ws-reverse-cnt                       pic 9(7) value 0.
       77 ws-reverse-points                    pic 9(9) value 0.
       77 ws-no-earning-cnt                    pic 9(7) value 0.
       77 ws-redeem-cnt                        pic 9(7) value 0.
       77 ws-redeem-amt                        pic 9(9)v99 value 0.
       77 ws-redeem-points                     pic 9(9) value 0.
       77 ws-exception-cnt                     pic 9(7) value 0.
       77 ws-earn-error-cnt                    pic 9(7) value 0.
       77 ws-outstanding-points                pic 9(11) value 0.
       77 ws-outstanding-value                 pic 9(9)v99 value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 48".
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
           05 filler                           pic x(31) value spaces.
           05 filler                           pic x(28) value
               "Loyalty Points Ledger Report".
           05 filler                           pic x(31) value spaces.

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
           05 filler                           pic x(9) value
               "  period ".
           05 ws-rce-period                    pic 9(6).
           05 filler                           pic x(29) value spaces.

       01 ws-exception-heading.
           05 filler                           pic x(40) value
               "Points Exceptions - Loyalty Desk".
           05 filler                           pic x(50) value spaces.

       01 ws-exception-column-line.
           05 filler                           pic x(12) value
               "  Customer".
           05 filler                           pic x(7) value
               "Store".
           05 filler                           pic x(12) value
               "Invoice".
           05 filler                           pic x(13) value
               "       Points".
           05 filler                           pic x(46) value
               "  Reason".

       01 ws-exception-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-exl-customer                  pic x(6).
           05 filler                           pic x(4) value spaces.
           05 ws-exl-store                     pic x(2).
           05 filler                           pic x(5) value spaces.
           05 ws-exl-invoice                   pic x(9).
           05 filler                           pic x(3) value spaces.
           05 ws-exl-points                    pic zzz,zzz,zz9.
           05 filler                           pic x(4) value spaces.
           05 ws-exl-reason                    pic x(32).
           05 filler                           pic x(12) value spaces.

       01 ws-exception-none-line               pic x(90) value
           "  No points exceptions this cycle.".

       01 ws-already-applied-line              pic x(90) value
           "  Business date already on the ledger - not posted again.".

       01 ws-count-points-line.
           05 ws-cpl-label                     pic x(35).
           05 ws-cpl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(10) value
               "  Points: ".
           05 ws-cpl-points                    pic zzz,zzz,zz9.
           05 filler                           pic x(25) value spaces.

       01 ws-count-line.
           05 ws-cnl-label                     pic x(35).
           05 ws-cnl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-redeemed-line.
           05 filler                           pic x(35) value
               "Rewards redeemed             : ".
           05 ws-rdl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(10) value
               "  Amount: ".
           05 ws-rdl-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(10) value
               "  Points: ".
           05 ws-rdl-points                    pic zzz,zzz,zz9.
           05 filler                           pic x(1) value spaces.

       01 ws-outstanding-line.
           05 filler                           pic x(35) value
               "Points outstanding           : ".
           05 ws-otl-points                    pic zzz,zzz,zz9.
           05 filler                           pic x(10) value
               "  Value : ".
           05 ws-otl-value                     pic $$$,$$$,$$9.99.
           05 filler                           pic x(20) value spaces.

       01 ws-cust-overflow-line                pic x(90) value
           "*** WARNING - points ledger table full".

       01 ws-rwd-overflow-line                 pic x(90) value
           "*** WARNING - reward tender table full".

       01 ws-ern-overflow-line                 pic x(90) value
           "*** WARNING - earnings table full".

       01 ws-upd-overflow-line                 pic x(90) value
           "*** WARNING - points taken back table full".

       01 ws-not-posted-line                   pic x(90) value
           "*** NOTHING POSTED - ledger and earnings left as they were".

       01 ws-earn-error-line.
           05 filler                           pic x(40) value
               "*** WARNING - earnings records not writ".
           05 filler                           pic x(6) value
               "ten : ".
           05 ws-eel-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(35) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 040-read-run-control.
           perform 045-check-already-applied.
           perform 050-load-fiscal-calendar.
           perform 058-find-current-period.
           perform 060-load-loyalty-rates.
           perform 070-load-loyalty-ledger.
           if ws-cust-overflow-flag = 'y' then
               display "PROGRAM48: more than 10000 customers on the"
                   " points ledger - nothing posted." upon console
               move 8                      to return-code
               goback
           end-if.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-business-yyyymmdd   to ws-rce-date.
           move ws-runctl-mode         to ws-rce-mode.
           move ws-cycle-number        to ws-rce-cycle.
           move ws-current-period      to ws-rce-period.
           write print-line            from ws-runctl-echo-line
               after advancing 1 line.

      * A date already on the ledger is never posted again - even a
      * forced repost would double every customer's points; a
      * corrected day goes through backout_cycle.sh.  The report
      * still prints the ledger as it stands.
           if activity-already-applied then
               display "PROGRAM48: business date "
                   ws-business-yyyymmdd " is already on the points"
                   " ledger - not posted again." upon console
               write print-line from ws-already-applied-line
                   after advancing 2 line
           else
               write print-line from ws-exception-heading
                   after advancing 2 line
               write print-line from ws-exception-column-line
                   after advancing 1 line
               perform 080-open-earnings-file
               perform 100-load-reward-tenders
               perform 200-earn-on-sales
               perform 300-reverse-returned-sales
               perform 400-apply-redemptions
               if ws-exception-cnt = 0 then
                   write print-line from ws-exception-none-line
                       after advancing 1 line
               end-if
           end-if.

      * A table that filled has left activity off it - nothing is
      * written, so the day posts whole once the table is sized.
           if (ws-cust-overflow-flag = 'y') or
              (ws-rwd-overflow-flag = 'y') or
              (ws-ern-overflow-flag = 'y') or
              (ws-upd-overflow-flag = 'y') then
               move 'y'                    to ws-post-stopped-flag
           end-if.

           perform 500-print-footer.

           if posting-stopped then
               write print-line from ws-not-posted-line
                   after advancing 2 line
           end-if.

           close print-file.

      * Trial-run mode previews the day's points - the ledger and
      * the earnings file stay as the prior real cycle left them.
           if not activity-already-applied then
               if (ws-runctl-mode not = "T") and
                  (not posting-stopped) then
                   perform 600-write-todays-earnings
                   perform 610-rewrite-loyalty-ledger
                   perform 620-write-applied-date
               end-if
               close earnings-file
           end-if.

           if posting-stopped then
               display "PROGRAM48: a table filled - nothing posted;"
                   " see loyalty_ledger_report.out." upon console
               move 8                      to return-code
           end-if.

           goback.
      *
      * Read The Run-Control Parameter Card
      *
       040-read-run-control.
           accept ws-business-yyyymmdd from date yyyymmdd.

           open input run-control-file.
           if ws-runctl-file-status = "35" then
      * No card - a normal run
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
               end-if
               close run-control-file
           end-if.
      *
      * Has This Business Date's Activity Already Been Posted
      *
       045-check-already-applied.
           move 'n'                        to ws-already-applied-flag.

           open input applied-date-file.
           if ws-applied-file-status = "35" then
      * Nothing posted yet - first run of the ledger
               continue
           else
               read applied-date-file
                   at end
                       continue
                   not at end
                       if (apd-business-date is numeric) and
                          (apd-business-date = ws-business-yyyymmdd)
                       then
                           move 'y'        to ws-already-applied-flag
                       end-if
               end-read
               close applied-date-file
           end-if.
      *
      * Load The Fiscal Calendar
      *
       050-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if ws-fiscal-file-status = "35" then
      * No fiscal calendar on file - calendar-month period stands
               continue
           else
               read fiscal-calendar-file
                   at end
                       move 'y'            to ws-fiscal-eof-flag
               end-read
               perform 056-load-fiscal-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
               if ws-fiscal-tbl-cnt > 0 then
                   move 'y'                to ws-fiscal-loaded-flag
               end-if
           end-if.

       056-load-fiscal-loop.
           if ws-fiscal-tbl-cnt < 120 then
               add 1                       to ws-fiscal-tbl-cnt
               move fc-fiscal-year
                   to ws-fc-tbl-year(ws-fiscal-tbl-cnt)
               move fc-period-number
                   to ws-fc-tbl-period(ws-fiscal-tbl-cnt)
               move fc-start-date
                   to ws-fc-tbl-start(ws-fiscal-tbl-cnt)
               move fc-end-date
                   to ws-fc-tbl-end(ws-fiscal-tbl-cnt)
           end-if.

           read fiscal-calendar-file
               at end
                   move 'y'                to ws-fiscal-eof-flag.
      *
      * Find The Statement Period - the fiscal period covering the
      * business date, or its calendar month
      *
       058-find-current-period.
           move 'n'                        to ws-period-found-flag.
           move ws-business-year-month     to ws-current-period.

           if fiscal-calendar-loaded then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                   or current-period-found
                       if (ws-business-yyyymmdd not <
                           ws-fc-tbl-start(ws-fiscal-tbl-sub)) and
                          (ws-business-yyyymmdd not >
                           ws-fc-tbl-end(ws-fiscal-tbl-sub)) then
                           move 'y'        to ws-period-found-flag
                           compute ws-current-period =
                               (ws-fc-tbl-year(ws-fiscal-tbl-sub)
                                * 100) +
                               ws-fc-tbl-period(ws-fiscal-tbl-sub)
                       end-if
               end-perform
           end-if.
      *
      * Load The Earn Rates
      *
       060-load-loyalty-rates.
           open input loyalty-rate-file.

           if ws-lyr-file-status = "35" then
      * No rates kept - every sale earns the standing rate
               continue
           else
               read loyalty-rate-file
                   at end
                       move 'y'            to ws-lyr-eof-flag
               end-read
               perform 065-load-rate-loop
                   until ws-lyr-eof-flag = 'y'
               close loyalty-rate-file
           end-if.

       065-load-rate-loop.
           if (ws-lyr-tbl-cnt < 500) and
              (lyr-points-rate is numeric) then
               add 1                       to ws-lyr-tbl-cnt
               move lyr-store-number
                   to ws-lyr-tbl-store(ws-lyr-tbl-cnt)
               move lyr-start-date
                   to ws-lyr-tbl-start(ws-lyr-tbl-cnt)
               move lyr-end-date
                   to ws-lyr-tbl-end(ws-lyr-tbl-cnt)
               move lyr-points-rate
                   to ws-lyr-tbl-rate(ws-lyr-tbl-cnt)
           end-if.

           read loyalty-rate-file
               at end
                   move 'y'                to ws-lyr-eof-flag.
      *
      * Load The Points Ledger Into The Table
      *
       070-load-loyalty-ledger.
           open input loyalty-ledger-file.

           if ws-ledger-file-status = "35" then
      * No ledger yet - first run of the programme
               continue
           else
               read loyalty-ledger-file
                   at end
                       move 'y'            to ws-ledger-eof-flag
               end-read
               perform 075-load-ledger-loop
                   until ws-ledger-eof-flag = 'y'
               close loyalty-ledger-file
           end-if.

       075-load-ledger-loop.
           if ws-cust-tbl-cnt < 10000 then
               add 1                       to ws-cust-tbl-cnt
               move lyl-customer-number
                   to ws-ct-customer(ws-cust-tbl-cnt)
               move lyl-balance
                   to ws-ct-balance(ws-cust-tbl-cnt)
               move lyl-earned-to-date
                   to ws-ct-earned(ws-cust-tbl-cnt)
               move lyl-reversed-to-date
                   to ws-ct-reversed(ws-cust-tbl-cnt)
               move lyl-redeemed-to-date
                   to ws-ct-redeemed(ws-cust-tbl-cnt)
               move lyl-expired-to-date
                   to ws-ct-expired(ws-cust-tbl-cnt)
               move lyl-enrolled-date
                   to ws-ct-enrolled(ws-cust-tbl-cnt)
               move lyl-last-activity-date
                   to ws-ct-last-date(ws-cust-tbl-cnt)
               move lyl-statement-period
                   to ws-ct-period(ws-cust-tbl-cnt)
               move lyl-opening-balance
                   to ws-ct-opening(ws-cust-tbl-cnt)
               move lyl-period-earned
                   to ws-ct-per-earned(ws-cust-tbl-cnt)
               move lyl-period-reversed
                   to ws-ct-per-reversed(ws-cust-tbl-cnt)
               move lyl-period-redeemed
                   to ws-ct-per-redeemed(ws-cust-tbl-cnt)
               move lyl-period-expired
                   to ws-ct-per-expired(ws-cust-tbl-cnt)
           else
               move 'y'                    to ws-cust-overflow-flag
           end-if.

           read loyalty-ledger-file
               at end
                   move 'y'                to ws-ledger-eof-flag.
      *
      * Open The Indexed Earnings File For The Run - created empty on
      * the very first cycle, the same first-run fallback the sales
      * history uses
      *
       080-open-earnings-file.
           open i-o earnings-file.
           if ws-earn-file-status = "35" then
               open output earnings-file
               close earnings-file
               open i-o earnings-file
           end-if.
      *
      * Load The Day's Reward Tenders Off The Tender Extract
      *
       100-load-reward-tenders.
           open input valid-tender-file.

           if ws-tender-file-status = "35" then
      * No tender extract - no redemptions this cycle
               continue
           else
               read valid-tender-file
                   at end
                       move 'y'            to ws-tender-eof-flag
               end-read
               perform 110-load-one-reward
                   until ws-tender-eof-flag = 'y'
               close valid-tender-file
           end-if.

       110-load-one-reward.
           if (tender-is-rw) and
              (tender-is-s or tender-is-l) and
              (vtn-amount is numeric) then
               if ws-rwd-tbl-cnt < 100000 then
                   add 1                   to ws-rwd-tbl-cnt
                   move vtn-store-number
                       to ws-rwd-tbl-store(ws-rwd-tbl-cnt)
                   move vtn-invoice-number
                       to ws-rwd-tbl-invoice(ws-rwd-tbl-cnt)
                   move vtn-card-number
                       to ws-rwd-tbl-customer(ws-rwd-tbl-cnt)
                   move vtn-amount
                       to ws-rwd-tbl-amount(ws-rwd-tbl-cnt)
                   move vtn-trans-date
                       to ws-rwd-tbl-date(ws-rwd-tbl-cnt)
               else
                   move 'y'                to ws-rwd-overflow-flag
               end-if
           end-if.

           read valid-tender-file
               at end
                   move 'y'                to ws-tender-eof-flag.
      *
      * Earn Points On The Cycle's Void-Adjusted Sales And Layaway
      * Payments
      *
       200-earn-on-sales.
           open input sl-file.

           if ws-sl-file-status = "35" then
               continue
           else
               read sl-file
                   at end
                       move 'y'            to ws-sl-eof-flag
               end-read
               perform 210-earn-on-one-sale
                   until ws-sl-eof-flag = 'y'
               close sl-file
           end-if.

       210-earn-on-one-sale.
           if (sl-is-sale or sl-is-layaway) and
              (sl-rec-trans-amount is numeric) then
               if sl-rec-customer-number = spaces then
                   add 1                   to ws-walk-in-cnt
               else
                   perform 220-figure-sale-points
                   if ws-points > zero then
                       move sl-rec-customer-number to ws-cust-search
                       perform 700-find-customer-slot
                       if ws-cust-match-sub > 0 then
                           perform 230-post-earned-points
                       end-if
                   end-if
               end-if
           end-if.

           read sl-file
               at end
                   move 'y'                to ws-sl-eof-flag.
      *
      * The Points A Sale Earns - its amount less any reward tender
      * it was paid with, at the highest rate in force for the store
      * on the day of the sale
      *
       220-figure-sale-points.
           move zeroes                     to ws-reward-on-sale.
           perform varying ws-rwd-tbl-sub from 1 by 1
               until ws-rwd-tbl-sub > ws-rwd-tbl-cnt
                   if (ws-rwd-tbl-store(ws-rwd-tbl-sub) =
                       sl-rec-store-number) and
                      (ws-rwd-tbl-invoice(ws-rwd-tbl-sub) =
                       sl-rec-invoice-number) then
                       add ws-rwd-tbl-amount(ws-rwd-tbl-sub)
                           to ws-reward-on-sale
                   end-if
           end-perform.

           if ws-reward-on-sale < sl-rec-trans-amount then
               compute ws-earning-base =
                   sl-rec-trans-amount - ws-reward-on-sale
           else
               move zeroes                 to ws-earning-base
           end-if.

           move 'n'                        to ws-rate-found-flag.
           move zeroes                     to ws-earn-rate.
           perform varying ws-lyr-tbl-sub from 1 by 1
               until ws-lyr-tbl-sub > ws-lyr-tbl-cnt
                   if ((ws-lyr-tbl-store(ws-lyr-tbl-sub) = spaces) or
                       (ws-lyr-tbl-store(ws-lyr-tbl-sub) =
                        sl-rec-store-number)) and
                      (sl-rec-trans-date not <
                       ws-lyr-tbl-start(ws-lyr-tbl-sub)) and
                      (sl-rec-trans-date not >
                       ws-lyr-tbl-end(ws-lyr-tbl-sub)) then
                       if (not earn-rate-found) or
                          (ws-lyr-tbl-rate(ws-lyr-tbl-sub) >
                           ws-earn-rate) then
                           move ws-lyr-tbl-rate(ws-lyr-tbl-sub)
                               to ws-earn-rate
                       end-if
                       move 'y'            to ws-rate-found-flag
                   end-if
           end-perform.
           if not earn-rate-found then
               move ws-standard-earn-rate  to ws-earn-rate
           end-if.

      * Whole points only - the fraction is dropped, not rounded
           compute ws-points = ws-earning-base * ws-earn-rate.
      *
      * Post A Sale's Points To The Customer And Keep The Sale For
      * The Returns Matching
      *
       230-post-earned-points.
           perform 710-roll-customer-period.
           add 1                           to ws-earn-cnt.
           add ws-points                   to ws-earn-points.
           add ws-points            to ws-ct-balance(ws-cust-match-sub).
           add ws-points             to ws-ct-earned(ws-cust-match-sub).
           add ws-points
               to ws-ct-per-earned(ws-cust-match-sub).
           if sl-rec-trans-date > ws-ct-last-date(ws-cust-match-sub)
           then
               move sl-rec-trans-date
                   to ws-ct-last-date(ws-cust-match-sub)
           end-if.
           if ws-ct-enrolled(ws-cust-match-sub) = zero then
               move sl-rec-trans-date
                   to ws-ct-enrolled(ws-cust-match-sub)
           end-if.

           if ws-ern-tbl-cnt < 100000 then
               add 1                       to ws-ern-tbl-cnt
               move sl-rec-store-number
                   to ws-ern-tbl-store(ws-ern-tbl-cnt)
               move sl-rec-invoice-number
                   to ws-ern-tbl-invoice(ws-ern-tbl-cnt)
               move sl-rec-customer-number
                   to ws-ern-tbl-customer(ws-ern-tbl-cnt)
               move sl-rec-trans-date
                   to ws-ern-tbl-date(ws-ern-tbl-cnt)
               move ws-earning-base
                   to ws-ern-tbl-amount(ws-ern-tbl-cnt)
               move ws-points
                   to ws-ern-tbl-points(ws-ern-tbl-cnt)
               move zeroes
                   to ws-ern-tbl-reversed(ws-ern-tbl-cnt)
           else
               move 'y'                    to ws-ern-overflow-flag
           end-if.
      *
      * Take Back The Points Earned On Sales Returned This Cycle
      *
       300-reverse-returned-sales.
           open input matched-returns-file.

           if ws-mrt-file-status = "35" then
      * Returns matching has not run - nothing to take back
               continue
           else
               read matched-returns-file
                   at end
                       move 'y'            to ws-mrt-eof-flag
               end-read
               perform 310-reverse-one-return
                   until ws-mrt-eof-flag = 'y'
               close matched-returns-file
           end-if.

       310-reverse-one-return.
           if mrt-trans-amount is numeric then
               perform 320-find-sale-earning
               if earning-found then
                   perform 330-take-back-points
               else
                   add 1                   to ws-no-earning-cnt
               end-if
           end-if.

           read matched-returns-file
               at end
                   move 'y'                to ws-mrt-eof-flag.
      *
      * Find What The Returned Sale Earned - this cycle's sales
      * first, then one keyed read against the earnings file
      *
       320-find-sale-earning.
           move 'n'                        to ws-earned-found-flag.
           move 'n'                        to ws-found-in-file-flag.
           move zero                       to ws-ern-match-sub.

           perform varying ws-ern-tbl-sub from 1 by 1
               until ws-ern-tbl-sub > ws-ern-tbl-cnt
               or earning-found
                   if (ws-ern-tbl-store(ws-ern-tbl-sub) =
                       mrt-store-number) and
                      (ws-ern-tbl-invoice(ws-ern-tbl-sub) =
                       mrt-invoice-number) then
                       move 'y'            to ws-earned-found-flag
                       move ws-ern-tbl-sub to ws-ern-match-sub
                       move ws-ern-tbl-customer(ws-ern-tbl-sub)
                           to ws-found-customer
                       move ws-ern-tbl-amount(ws-ern-tbl-sub)
                           to ws-found-amount
                       move ws-ern-tbl-points(ws-ern-tbl-sub)
                           to ws-found-points
                       move ws-ern-tbl-reversed(ws-ern-tbl-sub)
                           to ws-found-reversed
                   end-if
           end-perform.

           if not earning-found then
               move mrt-store-number       to le-store-number
               move mrt-invoice-number     to le-invoice-number
               read earnings-file
                   invalid key
                       continue
                   not invalid key
                       move 'y'            to ws-earned-found-flag
                       move 'y'            to ws-found-in-file-flag
                       move le-customer-number to ws-found-customer
                       move le-sale-amount to ws-found-amount
                       move le-points-earned to ws-found-points
                       move le-points-reversed to ws-found-reversed
               end-read
               if earning-in-file then
                   perform 325-find-pending-take-back
                   if ws-upd-match-sub > 0 then
                       move ws-upd-tbl-reversed(ws-upd-match-sub)
                           to ws-found-reversed
                   end-if
               end-if
           end-if.
      *
      * Find An Earlier Sale's Points Already Taken Back This Cycle
      *
       325-find-pending-take-back.
           move zero                       to ws-upd-match-sub.

           perform varying ws-upd-tbl-sub from 1 by 1
               until ws-upd-tbl-sub > ws-upd-tbl-cnt
               or ws-upd-match-sub > 0
                   if (ws-upd-tbl-store(ws-upd-tbl-sub) =
                       mrt-store-number) and
                      (ws-upd-tbl-invoice(ws-upd-tbl-sub) =
                       mrt-invoice-number) then
                       move ws-upd-tbl-sub to ws-upd-match-sub
                   end-if
           end-perform.
      *
      * Take Back The Returned Share Of A Sale's Points - from the
      * customer who earned them, never more than are left on it
      *
       330-take-back-points.
           compute ws-points-left = ws-found-points - ws-found-reversed.

           if (ws-found-amount > zero) and
              (mrt-trans-amount < ws-found-amount) then
               compute ws-points rounded =
                   (ws-found-points * mrt-trans-amount) /
                   ws-found-amount
           else
               move ws-found-points        to ws-points
           end-if.
           if ws-points > ws-points-left then
               move ws-points-left         to ws-points
           end-if.

           if ws-points > zero then
               move ws-found-customer      to ws-cust-search
               perform 700-find-customer-slot
               if ws-cust-match-sub > 0 then
                   perform 710-roll-customer-period
                   add 1                   to ws-reverse-cnt
                   add ws-points           to ws-reverse-points
                   subtract ws-points
                       from ws-ct-balance(ws-cust-match-sub)
                   add ws-points
                       to ws-ct-reversed(ws-cust-match-sub)
                   add ws-points
                       to ws-ct-per-reversed(ws-cust-match-sub)
                   add ws-points           to ws-found-reversed
                   if ws-ct-balance(ws-cust-match-sub) < zero then
                       move mrt-store-number   to ws-exl-store
                       move mrt-invoice-number to ws-exl-invoice
                       move "RETURN TOOK BACK POINTS SPENT"
                                           to ws-exl-reason
                       perform 350-print-exception
                   end-if
                   perform 340-update-sale-earning
               end-if
           end-if.
      *
      * Record The Points Taken Back Against The Sale - on the table
      * for this cycle's sales, on the held take-backs for earlier
      * ones (rewritten onto the file at end of job, never in
      * trial-run mode)
      *
       340-update-sale-earning.
           if earning-in-file then
               perform 325-find-pending-take-back
               if ws-upd-match-sub = 0 then
                   if ws-upd-tbl-cnt < 100000 then
                       add 1               to ws-upd-tbl-cnt
                       move ws-upd-tbl-cnt to ws-upd-match-sub
                       move mrt-store-number
                           to ws-upd-tbl-store(ws-upd-match-sub)
                       move mrt-invoice-number
                           to ws-upd-tbl-invoice(ws-upd-match-sub)
                   else
                       move 'y'            to ws-upd-overflow-flag
                   end-if
               end-if
               if ws-upd-match-sub > 0 then
                   move ws-found-reversed
                       to ws-upd-tbl-reversed(ws-upd-match-sub)
               end-if
           else
               move ws-found-reversed
                   to ws-ern-tbl-reversed(ws-ern-match-sub)
           end-if.
      *
       350-print-exception.
           add 1                           to ws-exception-cnt.
           move ws-ct-customer(ws-cust-match-sub) to ws-exl-customer.
           move ws-points                  to ws-exl-points.
           write print-line from ws-exception-detail-line
               after advancing 1 line.
      *
      * Apply The Day's Reward Tenders As Redemptions
      *
       400-apply-redemptions.
           perform 410-apply-one-redemption
               varying ws-rwd-tbl-sub from 1 by 1
               until ws-rwd-tbl-sub > ws-rwd-tbl-cnt.

       410-apply-one-redemption.
           compute ws-points = ws-rwd-tbl-amount(ws-rwd-tbl-sub) *
               ws-points-per-reward-dollar.
           move ws-rwd-tbl-store(ws-rwd-tbl-sub)   to ws-exl-store.
           move ws-rwd-tbl-invoice(ws-rwd-tbl-sub) to ws-exl-invoice.

           if ws-rwd-tbl-customer(ws-rwd-tbl-sub) = spaces then
               add 1                       to ws-exception-cnt
               move spaces                 to ws-exl-customer
               move ws-points              to ws-exl-points
               move "RW TENDER WITH NO CUSTOMER"
                                           to ws-exl-reason
               write print-line from ws-exception-detail-line
                   after advancing 1 line
           else
               move ws-rwd-tbl-customer(ws-rwd-tbl-sub)
                   to ws-cust-search
               perform 705-find-customer-only
               if ws-cust-match-sub = 0 then
      * No points account - applied anyway so the liability stays
      * honest, and flagged for the loyalty desk
                   perform 700-find-customer-slot
                   if ws-cust-match-sub > 0 then
                       move "REDEMPTION - NO POINTS ACCOUNT"
                                           to ws-exl-reason
                       perform 350-print-exception
                   end-if
               end-if
               if ws-cust-match-sub > 0 then
                   perform 710-roll-customer-period
                   add 1                   to ws-redeem-cnt
                   add ws-rwd-tbl-amount(ws-rwd-tbl-sub)
                                           to ws-redeem-amt
                   add ws-points           to ws-redeem-points
                   subtract ws-points
                       from ws-ct-balance(ws-cust-match-sub)
                   add ws-points
                       to ws-ct-redeemed(ws-cust-match-sub)
                   add ws-points
                       to ws-ct-per-redeemed(ws-cust-match-sub)
                   if ws-rwd-tbl-date(ws-rwd-tbl-sub) >
                      ws-ct-last-date(ws-cust-match-sub) then
                       move ws-rwd-tbl-date(ws-rwd-tbl-sub)
                           to ws-ct-last-date(ws-cust-match-sub)
                   end-if
                   if ws-ct-enrolled(ws-cust-match-sub) = zero then
                       move ws-rwd-tbl-date(ws-rwd-tbl-sub)
                           to ws-ct-enrolled(ws-cust-match-sub)
                   end-if
                   if ws-ct-balance(ws-cust-match-sub) < zero then
                       move "POINTS BALANCE DRIVEN NEGATIVE"
                                           to ws-exl-reason
                       perform 350-print-exception
                   end-if
               end-if
           end-if.
      *
      * Print Footer
      *
       500-print-footer.
           move "Sales earning points         : " to ws-cpl-label.
           move ws-earn-cnt                to ws-cpl-cnt.
           move ws-earn-points             to ws-cpl-points.
           write print-line from ws-count-points-line
               after advancing 2 line.

           move "Walk-in sales (no customer)  : " to ws-cnl-label.
           move ws-walk-in-cnt             to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Returns - points taken back  : " to ws-cpl-label.
           move ws-reverse-cnt             to ws-cpl-cnt.
           move ws-reverse-points          to ws-cpl-points.
           write print-line from ws-count-points-line
               after advancing 1 line.

           move "Returns of sales not earning : " to ws-cnl-label.
           move ws-no-earning-cnt          to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.

           move ws-redeem-cnt              to ws-rdl-cnt.
           move ws-redeem-amt              to ws-rdl-amt.
           move ws-redeem-points           to ws-rdl-points.
           write print-line from ws-redeemed-line
               after advancing 1 line.

           move "Customers on the ledger      : " to ws-cnl-label.
           move ws-cust-tbl-cnt            to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.

           perform 510-total-outstanding.
           move ws-outstanding-points      to ws-otl-points.
           move ws-outstanding-value       to ws-otl-value.
           write print-line from ws-outstanding-line
               after advancing 1 line.

           if ws-cust-overflow-flag = 'y' then
               write print-line from ws-cust-overflow-line
                   after advancing 1 line
           end-if.
           if ws-rwd-overflow-flag = 'y' then
               write print-line from ws-rwd-overflow-line
                   after advancing 1 line
           end-if.
           if ws-ern-overflow-flag = 'y' then
               write print-line from ws-ern-overflow-line
                   after advancing 1 line
           end-if.
           if ws-upd-overflow-flag = 'y' then
               write print-line from ws-upd-overflow-line
                   after advancing 1 line
           end-if.
           if ws-earn-error-cnt > 0 then
               move ws-earn-error-cnt      to ws-eel-cnt
               write print-line from ws-earn-error-line
                   after advancing 1 line
           end-if.
      *
      * Total The Points Outstanding - every positive balance (a
      * negative balance is a loyalty-desk case, not a negative
      * liability) - and their value at a cent a point
      *
       510-total-outstanding.
           move zeroes                     to ws-outstanding-points.

           perform varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt
                   if ws-ct-balance(ws-cust-tbl-sub) > zero then
                       add ws-ct-balance(ws-cust-tbl-sub)
                           to ws-outstanding-points
                   end-if
           end-perform.

           compute ws-outstanding-value =
               ws-outstanding-points / ws-points-per-reward-dollar.
      *
      * Write The Points Taken Back On Earlier Sales And This
      * Cycle's Sale Earnings Onto The Earnings File
      *
       600-write-todays-earnings.
           perform 602-rewrite-one-take-back
               varying ws-upd-tbl-sub from 1 by 1
               until ws-upd-tbl-sub > ws-upd-tbl-cnt.

           perform 605-write-one-earning
               varying ws-ern-tbl-sub from 1 by 1
               until ws-ern-tbl-sub > ws-ern-tbl-cnt.

       602-rewrite-one-take-back.
           move ws-upd-tbl-store(ws-upd-tbl-sub)    to le-store-number.
           move ws-upd-tbl-invoice(ws-upd-tbl-sub)
               to le-invoice-number.
           read earnings-file
               invalid key
                   add 1                   to ws-earn-error-cnt
               not invalid key
                   move ws-upd-tbl-reversed(ws-upd-tbl-sub)
                       to le-points-reversed
                   rewrite earnings-record
                       invalid key
                           add 1           to ws-earn-error-cnt
                   end-rewrite
           end-read.

       605-write-one-earning.
           move ws-ern-tbl-store(ws-ern-tbl-sub)    to le-store-number.
           move ws-ern-tbl-invoice(ws-ern-tbl-sub)
               to le-invoice-number.
           move ws-ern-tbl-customer(ws-ern-tbl-sub)
               to le-customer-number.
           move ws-ern-tbl-date(ws-ern-tbl-sub)     to le-sale-date.
           move ws-ern-tbl-amount(ws-ern-tbl-sub)   to le-sale-amount.
           move ws-ern-tbl-points(ws-ern-tbl-sub)
               to le-points-earned.
           move ws-ern-tbl-reversed(ws-ern-tbl-sub)
               to le-points-reversed.
           write earnings-record
               invalid key
                   add 1                   to ws-earn-error-cnt
           end-write.
      *
      * Rewrite The Points Ledger From The Table - written as a new
      * generation and swapped in only on clean end-of-job, the same
      * way the other carried-forward histories are.
      *
       610-rewrite-loyalty-ledger.
           open output loyalty-ledger-new-file.

           perform 615-write-ledger-entry
               varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt.

           close loyalty-ledger-new-file.

           call "CBL_RENAME_FILE" using ws-ledger-new-name
                                        ws-ledger-old-name.
           move 0                          to return-code.

       615-write-ledger-entry.
           move ws-ct-customer(ws-cust-tbl-sub)
               to lyl-customer-number.
           move ws-ct-balance(ws-cust-tbl-sub)    to lyl-balance.
           move ws-ct-earned(ws-cust-tbl-sub)     to lyl-earned-to-date.
           move ws-ct-reversed(ws-cust-tbl-sub)
               to lyl-reversed-to-date.
           move ws-ct-redeemed(ws-cust-tbl-sub)
               to lyl-redeemed-to-date.
           move ws-ct-expired(ws-cust-tbl-sub)
               to lyl-expired-to-date.
           move ws-ct-enrolled(ws-cust-tbl-sub)   to lyl-enrolled-date.
           move ws-ct-last-date(ws-cust-tbl-sub)
               to lyl-last-activity-date.
           move ws-ct-period(ws-cust-tbl-sub)
               to lyl-statement-period.
           move ws-ct-opening(ws-cust-tbl-sub)
               to lyl-opening-balance.
           move ws-ct-per-earned(ws-cust-tbl-sub) to lyl-period-earned.
           move ws-ct-per-reversed(ws-cust-tbl-sub)
               to lyl-period-reversed.
           move ws-ct-per-redeemed(ws-cust-tbl-sub)
               to lyl-period-redeemed.
           move ws-ct-per-expired(ws-cust-tbl-sub)
               to lyl-period-expired.
           write loyalty-ledger-new-record from loyalty-ledger-record.
      *
      * Stamp The Business Date The Ledger Now Holds
      *
       620-write-applied-date.
           open output applied-date-file.
           move ws-business-yyyymmdd       to apd-business-date.
           write applied-date-record.
           close applied-date-file.
      *
      * Find The Ledger Slot For A Customer, Opening A New Account
      * The First Time The Customer Is Seen
      *
       700-find-customer-slot.
           perform 705-find-customer-only.

           if ws-cust-match-sub = 0 then
               if ws-cust-tbl-cnt < 10000 then
                   add 1                   to ws-cust-tbl-cnt
                   move ws-cust-search
                       to ws-ct-customer(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-balance(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-earned(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-reversed(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-redeemed(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-expired(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-enrolled(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-last-date(ws-cust-tbl-cnt)
                   move ws-current-period
                       to ws-ct-period(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-opening(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-per-earned(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-per-reversed(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-per-redeemed(ws-cust-tbl-cnt)
                   move zeroes
                       to ws-ct-per-expired(ws-cust-tbl-cnt)
                   move ws-cust-tbl-cnt    to ws-cust-match-sub
               else
                   move 'y'                to ws-cust-overflow-flag
               end-if
           end-if.
      *
       705-find-customer-only.
           move zero                       to ws-cust-match-sub.

           perform varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt
               or ws-cust-match-sub > 0
                   if ws-cust-search =
                       ws-ct-customer(ws-cust-tbl-sub) then
                       move ws-cust-tbl-sub to ws-cust-match-sub
                   end-if
           end-perform.
      *
      * The First Posting To A Customer In A New Statement Period
      * Carries The Closing Balance Forward As The Period's Opening
      *
       710-roll-customer-period.
           if ws-ct-period(ws-cust-match-sub) not = ws-current-period
           then
               move ws-ct-balance(ws-cust-match-sub)
                   to ws-ct-opening(ws-cust-match-sub)
               move zeroes
                   to ws-ct-per-earned(ws-cust-match-sub)
               move zeroes
                   to ws-ct-per-reversed(ws-cust-match-sub)
               move zeroes
                   to ws-ct-per-redeemed(ws-cust-match-sub)
               move zeroes
                   to ws-ct-per-expired(ws-cust-match-sub)
               move ws-current-period
                   to ws-ct-period(ws-cust-match-sub)
           end-if.

       end program program48.
