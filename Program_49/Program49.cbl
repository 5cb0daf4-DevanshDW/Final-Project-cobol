       identification division.
       program-id. program49.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Loyalty points expiry, monthly statements and
      * the points liability.  Run at month end, this reads the
      * points ledger program48 keeps (LoyaltyLedger.dat) and:
      *
      *   - expires the whole balance of every customer who has
      *     neither earned nor redeemed for more than the operator's
      *     expiry months - the points go to the customer's expired
      *     figures and the balance to zero, and the customer is
      *     listed on the report;
      *   - writes one statement record per customer with a balance
      *     or any activity in the statement period (the fiscal
      *     period holding the business date, or its calendar month)
      *     to LoyaltyStatements.dat for the mailing house - opening
      *     balance, points earned, taken back, redeemed and expired,
      *     closing balance and its value, the last activity date and
      *     the date the points expire if the customer does nothing;
      *   - values the points outstanding - every positive balance at
      *     a cent a point - and trues the 2320 loyalty liability on
      *     the GL journal register up to it: a shortfall is charged
      *     Dr 6200 loyalty expense, Cr 2320, and an excess (points
      *     taken back or expired since last month) is released the
      *     other way.  The journal lines are written to
      *     gl_loyalty_postings.dat in the gl_postings.dat layout with
      *     its control-total trailer, and posted to the register
      *     under cycle 0000, the off-cycle journals, dated the
      *     business date.  The redemptions program12 posts to 2320
      *     every cycle are part of the balance being trued up, so a
      *     second run finds the liability already booked and posts
      *     nothing more.
      *
      *   program49 <expiry-months>
      *
      * Three digits, not zero.
      *
      * Statement record layout (LoyaltyStatements.dat, 112 chars):
      *   D detail - customer number x(6), name x(20), statement
      *   period 9(6), opening balance s9(9), earned 9(9), taken back
      *   9(9), redeemed 9(9), expired 9(9), closing balance s9(9),
      *   closing value s9(7)v99, last activity date 9(8), expiry
      *   date 9(8) (zeroes when there is nothing to expire)
      *   T trailer - statement count 9(7), closing points s9(11),
      *   closing value s9(9)v99
      *
      * Return code 0, 4 when a journal register line could not be
      * written, or 8 when the months are missing or zero, the
      * business date is inside a fiscal year the year-end close has
      * locked (ClosedYears.dat), or the ledger holds more customers
      * than the table - nothing is changed then.
      *
       environment division.
       input-output section.
       file-control.
           select loyalty-ledger-file
               assign "../../../data/LoyaltyLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.
      *
           select customer-master-file
               assign "../../../data/CustomerMaster.dat"
               organization is line sequential
               file status is ws-cust-file-status.
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
           select closed-years-file
               assign "../../../data/ClosedYears.dat"
               organization is line sequential
               file status is ws-clyr-file-status.
      *
           select journal-register-file
               assign "../../../data/GLJournalRegister.dat"
               organization is indexed
               access is dynamic
               record key is jr-key
               file status is ws-jrn-file-status.
      *
           select gl-posting-file
               assign "../../../data/gl_loyalty_postings.dat"
               organization is line sequential.
      *
           select statement-file
               assign "../../../data/LoyaltyStatements.dat"
               organization is line sequential.
      *
           select print-file
               assign "../../../data/loyalty_statement_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * The permanent points ledger (program48) - one record per
      * customer
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
      * Run-control parameter card - its business date is the date
      * the ledger is judged against and the postings are dated.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 filler                           pic x(72).
      *
      * Fiscal years closed and locked by the year-end job, each with
      * its first and last dates.
       fd closed-years-file
           data record is closed-year-record
           record contains 20 characters.
      *
       01 closed-year-record.
           05 cly-fiscal-year                  pic 9(4).
           05 cly-start-date                   pic 9(8).
           05 cly-end-date                     pic 9(8).
      *
      * Permanent GL journal register (program12, program41)
       fd journal-register-file
           data record is journal-register-record
           record contains 80 characters.
      *
       01 journal-register-record.
           05 jr-key.
               10 jr-cycle-number              pic 9(4).
               10 jr-business-date             pic 9(8).
               10 jr-line-seq                  pic 9(5).
           05 jr-entry-type                    pic x(1).
               88 jr-is-posting                value "P".
               88 jr-is-reversal               value "R".
           05 jr-source                        pic x(2).
           05 jr-store-number                  pic x(2).
           05 jr-account-number                pic x(4).
           05 jr-account-name                  pic x(20).
           05 jr-dr-cr                         pic x(2).
               88 jr-is-debit                  value "DR".
           05 jr-amount                        pic 9(9)v99.
           05 jr-posted-date                   pic 9(8).
           05 jr-reversed-flag                 pic x(1).
               88 jr-was-reversed              value "R".
           05 filler                           pic x(12).
      *
      * GL posting record - the gl_postings.dat layout, one journal
      * line per record, plus a trailer carrying the batch controls.
       fd gl-posting-file
           data record is gl-posting-record
           record contains 48 characters.
      *
       01 gl-posting-record.
           05 gl-record-type                   pic x(1).
           05 gl-store-number                  pic x(2).
           05 gl-account-number                pic x(4).
           05 gl-account-name                  pic x(20).
           05 gl-dr-cr                         pic x(2).
           05 gl-amount                        pic 9(9)v99.
           05 gl-business-date                 pic 9(8).
      *
       01 gl-trailer-record redefines gl-posting-record.
           05 gl-trl-record-type               pic x(1).
           05 gl-trl-record-count              pic 9(7).
           05 gl-trl-debit-total               pic 9(11)v99.
           05 gl-trl-credit-total              pic 9(11)v99.
           05 filler                           pic x(14).
      *
      * Points statement extract for the mailing house - one record
      * per customer, plus a trailer carrying the batch controls.
       fd statement-file
           data record is statement-record
           record contains 112 characters.
      *
       01 statement-record.
           05 lst-record-type                  pic x(1).
           05 lst-customer-number              pic x(6).
           05 lst-customer-name                pic x(20).
           05 lst-statement-period             pic 9(6).
           05 lst-opening-balance              pic s9(9).
           05 lst-points-earned                pic 9(9).
           05 lst-points-reversed              pic 9(9).
           05 lst-points-redeemed              pic 9(9).
           05 lst-points-expired               pic 9(9).
           05 lst-closing-balance              pic s9(9).
           05 lst-closing-value                pic s9(7)v99.
           05 lst-last-activity-date           pic 9(8).
           05 lst-expiry-date                  pic 9(8).
      *
       01 statement-trailer-record redefines statement-record.
           05 lst-trl-record-type              pic x(1).
           05 lst-trl-statement-count          pic 9(7).
           05 lst-trl-closing-points           pic s9(11).
           05 lst-trl-closing-value            pic s9(9)v99.
           05 filler                           pic x(82).
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

       77 ws-ledger-file-status                pic xx value spaces.
       77 ws-cust-file-status                  pic xx value spaces.
       77 ws-fiscal-file-status                pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-jrn-file-status                   pic xx value spaces.
       77 ws-ledger-eof-flag                   pic x value 'n'.
       77 ws-cust-eof-flag                     pic x value 'n'.
       77 ws-fiscal-eof-flag                   pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-jrn-eof-flag                      pic x value 'n'.
       77 ws-year-closed-flag                  pic x value 'n'.
           88 business-year-closed             value 'y'.
       77 ws-closed-fiscal-year                pic 9(4) value 0.
       77 ws-system-yyyymmdd                   pic 9(8) value 0.

      * The expiry months, from the command line
       01 ws-parm                              pic x(20) value spaces.
       01 ws-parm-expiry                       pic x(3) value spaces.
       77 ws-expiry-months                     pic 9(3) value 0.

      * The business date and the expiry cutoff - a customer last
      * active before the cutoff has been idle longer than the months
       01 ws-business-yyyymmdd                 pic 9(8) value 0.
       01 ws-business-yyyymmdd-r
           redefines ws-business-yyyymmdd.
           05 ws-bus-year                      pic 9(4).
           05 ws-bus-month                     pic 99.
           05 ws-bus-day                       pic 99.
       01 ws-business-ym-r
           redefines ws-business-yyyymmdd.
           05 ws-business-year-month           pic 9(6).
           05 filler                           pic 99.
       77 ws-expiry-cutoff                     pic 9(8) value 0.
       77 ws-total-months                      pic 9(6) value 0.
       77 ws-month-remainder                   pic 99 value 0.
       01 ws-from-date                         pic 9(8) value 0.
       01 ws-from-date-r redefines ws-from-date.
           05 ws-from-year                     pic 9(4).
           05 ws-from-month                    pic 99.
           05 ws-from-day                      pic 99.
       01 ws-cutoff-date                       pic 9(8) value 0.
       01 ws-cutoff-date-r redefines ws-cutoff-date.
           05 ws-cut-year                      pic 9(4).
           05 ws-cut-month                     pic 99.
           05 ws-cut-day                       pic 99.
       01 ws-month-days-values                 pic x(24) value
           "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days                    pic 99 occurs 12 times.
       77 ws-month-length                      pic 99 value 0.
       77 ws-leap-quotient                     pic 9(4) value 0.
       77 ws-leap-rem-4                        pic 9(3) value 0.
       77 ws-leap-rem-100                      pic 9(3) value 0.
       77 ws-leap-rem-400                      pic 9(3) value 0.

      * The statement period holding the business date
       77 ws-current-period                    pic 9(6) value 0.
       77 ws-period-found-flag                 pic x value 'n'.
           88 current-period-found             value 'y'.
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

      * Points ledger table
       77 ws-cust-tbl-cnt                      pic 9(5) value 0.
       77 ws-cust-tbl-sub                      pic 9(5) value 0.
       77 ws-cust-overflow-flag                pic x value 'n'.
           88 cust-table-overflow              value 'y'.
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

      * Customer names off the customer master
       77 ws-cst-tbl-cnt                       pic 9(5) value 0.
       77 ws-cst-tbl-sub                       pic 9(5) value 0.
       77 ws-cst-match-sub                     pic 9(5) value 0.
       01 ws-cst-table.
           05 ws-cst-entry                     occurs 10000 times.
               10 ws-cst-tbl-number            pic x(6).
               10 ws-cst-tbl-name              pic x(20).
       77 ws-customer-name                     pic x(20) value spaces.

      * A point is worth a cent
       77 ws-points-per-reward-dollar          pic 9(3) value 100.

      * Run totals
       77 ws-expired-cnt                       pic 9(5) value 0.
       77 ws-expired-points                    pic 9(11) value 0.
       77 ws-statement-cnt                     pic 9(7) value 0.
       77 ws-closing-points                    pic s9(11) value 0.
       77 ws-closing-value                     pic s9(9)v99 value 0.
       77 ws-negative-cnt                      pic 9(5) value 0.
       77 ws-positive-cnt                      pic 9(5) value 0.
       77 ws-outstanding-points                pic 9(11) value 0.
       77 ws-liability                         pic 9(9)v99 value 0.
       77 ws-gl-loyalty                        pic s9(9)v99 value 0.
       77 ws-true-up                           pic s9(9)v99 value 0.

      * Journal controls
       77 ws-posting-source                    pic x(2) value "LY".
       77 ws-jrn-last-seq                      pic 9(5) value 0.
       77 ws-jrn-error-cnt                     pic 9(7) value 0.
       77 ws-posting-cnt                       pic 9(7) value 0.
       77 ws-debit-total                       pic 9(11)v99 value 0.
       77 ws-credit-total                      pic 9(11)v99 value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 49".
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
           05 filler                           pic x(22) value spaces.
           05 filler                           pic x(46) value
               "Loyalty Points Expiry And Statement Run".
           05 filler                           pic x(22) value spaces.

       01 ws-as-of-line.
           05 filler                           pic x(24) value
               "Business date         : ".
           05 ws-aol-date                      pic 9(8).
           05 filler                           pic x(14) value
               "     period : ".
           05 ws-aol-period                    pic 9(6).
           05 filler                           pic x(38) value spaces.

       01 ws-cutoff-line.
           05 filler                           pic x(24) value
               "Points expire after   : ".
           05 ws-ctl-months                    pic zz9.
           05 filler                           pic x(29) value
               " months - last active before ".
           05 ws-ctl-date                      pic 9(8).
           05 filler                           pic x(26) value spaces.

       01 ws-section-line.
           05 ws-scl-text                      pic x(60).
           05 filler                           pic x(30) value spaces.

       01 ws-expired-heading.
           05 filler                           pic x(10) value
               "  Customer".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(22) value
               "Name".
           05 filler                           pic x(11) value
               "Last act".
           05 filler                           pic x(14) value
               "Points expired".
           05 filler                           pic x(31) value spaces.

       01 ws-expired-line.
           05 filler                           pic x(2) value spaces.
           05 ws-exl-customer                  pic x(6).
           05 filler                           pic x(4) value spaces.
           05 ws-exl-name                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-exl-last-date                 pic 9(8).
           05 filler                           pic x(3) value spaces.
           05 ws-exl-points                    pic zzz,zzz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-total-line.
           05 ws-tot-label                     pic x(40).
           05 ws-tot-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(10) value
               "  Points: ".
           05 ws-tot-points                    pic -zzz,zzz,zz9.
           05 filler                           pic x(19) value spaces.

       01 ws-amount-line.
           05 ws-aml-label                     pic x(40).
           05 ws-aml-amt                       pic $$$,$$$,$$9.99-.
           05 filler                           pic x(35) value spaces.

       01 ws-posting-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-account                   pic x(4).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-name                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-dr-cr                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-amount                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(38) value spaces.

       01 ws-control-line.
           05 ws-cnt-label                     pic x(24).
           05 ws-cnt-count                     pic z,zzz,zz9.
           05 filler                           pic x(14) value
               "   Debits :   ".
           05 ws-cnt-debits                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(14) value
               "   Credits :  ".
           05 ws-cnt-credits                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(1) value spaces.

       01 ws-jrn-error-line.
           05 filler                           pic x(40) value
               "*** WARNING - journal register lines no".
           05 filler                           pic x(12) value
               "t written : ".
           05 ws-jel-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(29) value spaces.

       01 ws-none-expired-line                 pic x(90) value
           "  No customer's points have passed the expiry months.".

       01 ws-none-posted-line                  pic x(90) value
           "  Liability already booked - nothing to post.".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           accept ws-parm from command-line.
           unstring ws-parm delimited by all spaces
               into ws-parm-expiry.

           if ws-parm-expiry is not numeric then
               display "PROGRAM49: usage - program49 <expiry-months>"
                   " (three digits, e.g. 012)" upon console
               move 8                      to return-code
               goback
           end-if.
           move ws-parm-expiry             to ws-expiry-months.
           if ws-expiry-months = zero then
               display "PROGRAM49: the expiry months may not be zero"
                   upon console
               move 8                      to return-code
               goback
           end-if.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
           accept ws-system-yyyymmdd from date yyyymmdd.

           perform 050-read-run-control.
           perform 060-check-year-closed.
           if business-year-closed then
               display "PROGRAM49: business date "
                   ws-business-yyyymmdd " is inside fiscal year "
                   ws-closed-fiscal-year
                   ", which is closed - nothing posted." upon console
               move 8                      to return-code
               goback
           end-if.

           perform 070-load-loyalty-ledger.
           if cust-table-overflow then
               display "PROGRAM49: more than 10000 customers on the"
                   " points ledger - nothing changed." upon console
               move 8                      to return-code
               goback
           end-if.

           perform 075-load-fiscal-calendar.
           perform 078-find-current-period.
           perform 085-load-customer-names.

           move ws-business-yyyymmdd       to ws-from-date.
           compute ws-total-months =
               (ws-from-year * 12) + ws-from-month - 1
               - ws-expiry-months.
           perform 090-compute-month-date.
           move ws-cutoff-date             to ws-expiry-cutoff.

           open output print-file statement-file gl-posting-file.

           perform 095-print-headings.

           perform 100-expire-one-customer
               varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt.

           if ws-expired-cnt = 0 then
               write print-line from ws-none-expired-line
                   after advancing 1 line
           end-if.

           perform 200-write-statement
               varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt.
           perform 250-write-statement-trailer.

           perform 300-book-liability.
           perform 400-print-totals.

           close print-file statement-file gl-posting-file.

           perform 500-rewrite-loyalty-ledger.

           goback.
      *
      * Read The Run-Control Card
      *
       050-read-run-control.
           accept ws-business-yyyymmdd from date yyyymmdd.

           open input run-control-file.
           if ws-runctl-file-status = "35" then
               continue
           else
               read run-control-file
                   at end
                       move 'y'            to ws-runctl-eof-flag
               end-read
               if (ws-runctl-eof-flag not = 'y') and
                  (rc-business-date is numeric) and
                  (rc-business-date > zero) then
                   move rc-business-date   to ws-business-yyyymmdd
               end-if
               close run-control-file
           end-if.
      *
      * Refuse A Business Date Inside A Closed Fiscal Year
      *
       060-check-year-closed.
           move 'n'                        to ws-year-closed-flag.

           open input closed-years-file.
           if ws-clyr-file-status = "35" then
      * No years closed yet
               continue
           else
               read closed-years-file
                   at end
                       move 'y'            to ws-clyr-eof-flag
               end-read
               perform 065-check-year-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       065-check-year-loop.
           if (ws-business-yyyymmdd not < cly-start-date) and
              (ws-business-yyyymmdd not > cly-end-date) then
               move 'y'                    to ws-year-closed-flag
               move cly-fiscal-year        to ws-closed-fiscal-year
           end-if.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Load The Points Ledger Into The Table
      *
       070-load-loyalty-ledger.
           open input loyalty-ledger-file.

           if ws-ledger-file-status = "35" then
      * No ledger yet - no customers to state
               continue
           else
               read loyalty-ledger-file
                   at end
                       move 'y'            to ws-ledger-eof-flag
               end-read
               perform 072-load-ledger-loop
                   until ws-ledger-eof-flag = 'y'
               close loyalty-ledger-file
           end-if.

       072-load-ledger-loop.
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
      * Load The Fiscal Calendar
      *
       075-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if ws-fiscal-file-status = "35" then
      * No fiscal calendar on file - calendar-month period stands
               continue
           else
               read fiscal-calendar-file
                   at end
                       move 'y'            to ws-fiscal-eof-flag
               end-read
               perform 076-load-fiscal-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
               if ws-fiscal-tbl-cnt > 0 then
                   move 'y'                to ws-fiscal-loaded-flag
               end-if
           end-if.

       076-load-fiscal-loop.
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
      * business date, or its calendar month, as program48 keys it
      *
       078-find-current-period.
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
      * Load The Customer Names For The Statements
      *
       085-load-customer-names.
           open input customer-master-file.

           if ws-cust-file-status = "35" then
      * No customer master - the statements go out without names
               continue
           else
               read customer-master-file
                   at end
                       move 'y'            to ws-cust-eof-flag
               end-read
               perform 087-load-customer-loop
                   until ws-cust-eof-flag = 'y'
               close customer-master-file
           end-if.

       087-load-customer-loop.
           if ws-cst-tbl-cnt < 10000 then
               add 1                       to ws-cst-tbl-cnt
               move cst-customer-number
                   to ws-cst-tbl-number(ws-cst-tbl-cnt)
               move cst-name
                   to ws-cst-tbl-name(ws-cst-tbl-cnt)
           end-if.

           read customer-master-file
               at end
                   move 'y'                to ws-cust-eof-flag.
      *
      * A Date The Total Months Away - the month the total months
      * name, on the from-date's day or the month's last day
      *
       090-compute-month-date.
           divide ws-total-months by 12
               giving ws-cut-year
               remainder ws-month-remainder.
           compute ws-cut-month = ws-month-remainder + 1.
           perform 810-set-month-length.
           if ws-from-day > ws-month-length then
               move ws-month-length        to ws-cut-day
           else
               move ws-from-day            to ws-cut-day
           end-if.
      *
      * Print The Report Headings And The Parameters Used
      *
       095-print-headings.
           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-business-yyyymmdd   to ws-aol-date.
           move ws-current-period      to ws-aol-period.
           write print-line            from ws-as-of-line
               after advancing 2 line.
           move ws-expiry-months       to ws-ctl-months.
           move ws-expiry-cutoff       to ws-ctl-date.
           write print-line            from ws-cutoff-line
               after advancing 1 line.
           move "Points Expired"       to ws-scl-text.
           write print-line            from ws-section-line
               after advancing 2 line.
           write print-line            from ws-expired-heading
               after advancing 1 line.
      *
      * Judge One Customer - a customer not yet posted to in the
      * statement period is rolled into it first; a balance idle
      * past the expiry months is expired whole
      *
       100-expire-one-customer.
           if ws-ct-period(ws-cust-tbl-sub) not = ws-current-period
           then
               move ws-ct-balance(ws-cust-tbl-sub)
                   to ws-ct-opening(ws-cust-tbl-sub)
               move zeroes
                   to ws-ct-per-earned(ws-cust-tbl-sub)
               move zeroes
                   to ws-ct-per-reversed(ws-cust-tbl-sub)
               move zeroes
                   to ws-ct-per-redeemed(ws-cust-tbl-sub)
               move zeroes
                   to ws-ct-per-expired(ws-cust-tbl-sub)
               move ws-current-period
                   to ws-ct-period(ws-cust-tbl-sub)
           end-if.

           if (ws-ct-balance(ws-cust-tbl-sub) > zero) and
              (ws-ct-last-date(ws-cust-tbl-sub) < ws-expiry-cutoff)
           then
               add 1                       to ws-expired-cnt
               add ws-ct-balance(ws-cust-tbl-sub)
                                           to ws-expired-points
               add ws-ct-balance(ws-cust-tbl-sub)
                   to ws-ct-expired(ws-cust-tbl-sub)
               add ws-ct-balance(ws-cust-tbl-sub)
                   to ws-ct-per-expired(ws-cust-tbl-sub)
               move ws-ct-customer(ws-cust-tbl-sub)
                                           to ws-exl-customer
               perform 700-find-customer-name
               move ws-customer-name       to ws-exl-name
               move ws-ct-last-date(ws-cust-tbl-sub)
                                           to ws-exl-last-date
               move ws-ct-balance(ws-cust-tbl-sub)
                                           to ws-exl-points
               write print-line from ws-expired-line
                   after advancing 1 line
               move zeroes
                   to ws-ct-balance(ws-cust-tbl-sub)
           end-if.
      *
      * Write One Customer's Statement - every customer with a
      * balance, an opening balance or activity in the period
      *
       200-write-statement.
           if (ws-ct-balance(ws-cust-tbl-sub) not = zero) or
              (ws-ct-opening(ws-cust-tbl-sub) not = zero) or
              (ws-ct-per-earned(ws-cust-tbl-sub) > zero) or
              (ws-ct-per-reversed(ws-cust-tbl-sub) > zero) or
              (ws-ct-per-redeemed(ws-cust-tbl-sub) > zero) or
              (ws-ct-per-expired(ws-cust-tbl-sub) > zero) then
               move spaces                 to statement-record
               move "D"                    to lst-record-type
               move ws-ct-customer(ws-cust-tbl-sub)
                                           to lst-customer-number
               perform 700-find-customer-name
               move ws-customer-name       to lst-customer-name
               move ws-current-period      to lst-statement-period
               move ws-ct-opening(ws-cust-tbl-sub)
                                           to lst-opening-balance
               move ws-ct-per-earned(ws-cust-tbl-sub)
                                           to lst-points-earned
               move ws-ct-per-reversed(ws-cust-tbl-sub)
                                           to lst-points-reversed
               move ws-ct-per-redeemed(ws-cust-tbl-sub)
                                           to lst-points-redeemed
               move ws-ct-per-expired(ws-cust-tbl-sub)
                                           to lst-points-expired
               move ws-ct-balance(ws-cust-tbl-sub)
                                           to lst-closing-balance
               compute lst-closing-value =
                   ws-ct-balance(ws-cust-tbl-sub) /
                   ws-points-per-reward-dollar
               move ws-ct-last-date(ws-cust-tbl-sub)
                                           to lst-last-activity-date
               move zeroes                 to lst-expiry-date
               if (ws-ct-balance(ws-cust-tbl-sub) > zero) and
                  (ws-ct-last-date(ws-cust-tbl-sub) > zero) then
                   move ws-ct-last-date(ws-cust-tbl-sub)
                                           to ws-from-date
                   compute ws-total-months =
                       (ws-from-year * 12) + ws-from-month - 1
                       + ws-expiry-months
                   perform 090-compute-month-date
                   move ws-cutoff-date     to lst-expiry-date
               end-if
               write statement-record

               add 1                       to ws-statement-cnt
               add ws-ct-balance(ws-cust-tbl-sub)
                                           to ws-closing-points
               add lst-closing-value       to ws-closing-value
               if ws-ct-balance(ws-cust-tbl-sub) < zero then
                   add 1                   to ws-negative-cnt
               end-if
               if ws-ct-balance(ws-cust-tbl-sub) > zero then
                   add 1                   to ws-positive-cnt
                   add ws-ct-balance(ws-cust-tbl-sub)
                                           to ws-outstanding-points
               end-if
           end-if.
      *
      * Write The Statement Trailer
      *
       250-write-statement-trailer.
           move spaces                     to statement-record.
           move "T"                        to lst-trl-record-type.
           move ws-statement-cnt           to lst-trl-statement-count.
           move ws-closing-points          to lst-trl-closing-points.
           move ws-closing-value           to lst-trl-closing-value.
           write statement-record.
      *
      * Book The Points Liability - value the points outstanding and
      * true the 2320 balance on the register up to it
      *
       300-book-liability.
           compute ws-liability =
               ws-outstanding-points / ws-points-per-reward-dollar.

           perform 302-total-register-2320.
           compute ws-true-up = ws-liability - ws-gl-loyalty.

           move "Journal Lines"            to ws-scl-text.
           write print-line                from ws-section-line
               after advancing 2 line.

           if ws-true-up = zero then
               write print-line from ws-none-posted-line
                   after advancing 1 line
           else
               perform 310-open-journal-register
               if ws-true-up > zero then
                   move "6200"             to gl-account-number
                   move "LOYALTY EXPENSE"  to gl-account-name
                   move "DR"               to gl-dr-cr
                   move ws-true-up         to gl-amount
                   perform 320-write-posting
                   move "2320"             to gl-account-number
                   move "LOYALTY LIABILITY" to gl-account-name
                   move "CR"               to gl-dr-cr
                   move ws-true-up         to gl-amount
                   perform 320-write-posting
               else
                   move "2320"             to gl-account-number
                   move "LOYALTY LIABILITY" to gl-account-name
                   move "DR"               to gl-dr-cr
                   move ws-true-up         to gl-amount
                   perform 320-write-posting
                   move "6200"             to gl-account-number
                   move "LOYALTY EXPENSE"  to gl-account-name
                   move "CR"               to gl-dr-cr
                   move ws-true-up         to gl-amount
                   perform 320-write-posting
               end-if
               close journal-register-file
           end-if.

           move spaces                     to gl-posting-record.
           move "T"                        to gl-trl-record-type.
           move ws-posting-cnt             to gl-trl-record-count.
           move ws-debit-total             to gl-trl-debit-total.
           move ws-credit-total            to gl-trl-credit-total.
           write gl-posting-record.
      *
      * The 2320 Balance On The Register To Date - postings and
      * reversing lines alike, whatever the source
      *
       302-total-register-2320.
           move zeroes                     to ws-gl-loyalty.
           move 'n'                        to ws-jrn-eof-flag.

           open input journal-register-file.
           if ws-jrn-file-status = "35" then
      * No register yet - nothing booked
               continue
           else
               read journal-register-file next record
                   at end
                       move 'y'            to ws-jrn-eof-flag
               end-read
               perform 303-total-register-loop
                   until ws-jrn-eof-flag = 'y'
               close journal-register-file
           end-if.

           move 'n'                        to ws-jrn-eof-flag.

       303-total-register-loop.
           if jr-account-number = "2320" then
               if jr-is-debit then
                   subtract jr-amount      from ws-gl-loyalty
               else
                   add jr-amount           to ws-gl-loyalty
               end-if
           end-if.

           read journal-register-file next record
               at end
                   move 'y'                to ws-jrn-eof-flag.
      *
      * Open The Journal Register And Find The Last Line Already
      * Posted Off-Cycle On The Business Date
      *
       310-open-journal-register.
           open i-o journal-register-file.
           if ws-jrn-file-status = "35" then
               open output journal-register-file
               close journal-register-file
               open i-o journal-register-file
           end-if.

           move zero                       to ws-jrn-last-seq.
           move zero                       to jr-cycle-number.
           move ws-business-yyyymmdd       to jr-business-date.
           move zero                       to jr-line-seq.
           start journal-register-file key not < jr-key
               invalid key
                   move 'y'                to ws-jrn-eof-flag
           end-start.
           perform 315-find-last-seq
               until ws-jrn-eof-flag = 'y'.

       315-find-last-seq.
           read journal-register-file next record
               at end
                   move 'y'                to ws-jrn-eof-flag
           end-read.

           if ws-jrn-eof-flag not = 'y' then
               if (jr-cycle-number = zero) and
                  (jr-business-date = ws-business-yyyymmdd) then
                   move jr-line-seq        to ws-jrn-last-seq
               else
                   move 'y'                to ws-jrn-eof-flag
               end-if
           end-if.
      *
      * Write One Journal Line To The Extract, The Register And The
      * Report - every line is chain-level, store 00
      *
       320-write-posting.
           move "D"                        to gl-record-type.
           move "00"                       to gl-store-number.
           move ws-business-yyyymmdd       to gl-business-date.
           write gl-posting-record.

           add 1                           to ws-posting-cnt.
           if gl-dr-cr = "DR" then
               add gl-amount               to ws-debit-total
           else
               add gl-amount               to ws-credit-total
           end-if.

           add 1                           to ws-jrn-last-seq.
           move spaces                     to journal-register-record.
           move zero                       to jr-cycle-number.
           move ws-business-yyyymmdd       to jr-business-date.
           move ws-jrn-last-seq            to jr-line-seq.
           move "P"                        to jr-entry-type.
           move ws-posting-source          to jr-source.
           move gl-store-number            to jr-store-number.
           move gl-account-number          to jr-account-number.
           move gl-account-name            to jr-account-name.
           move gl-dr-cr                   to jr-dr-cr.
           move gl-amount                  to jr-amount.
           move ws-system-yyyymmdd         to jr-posted-date.
           move space                      to jr-reversed-flag.
           write journal-register-record
               invalid key
                   add 1                   to ws-jrn-error-cnt
           end-write.

           move gl-store-number            to ws-pdl-store.
           move gl-account-number          to ws-pdl-account.
           move gl-account-name            to ws-pdl-name.
           move gl-dr-cr                   to ws-pdl-dr-cr.
           move gl-amount                  to ws-pdl-amount.
           write print-line from ws-posting-detail-line
               after advancing 1 line.
      *
      * Print The Run Totals And The Liability Now Booked
      *
       400-print-totals.
           move "Customers expired this run          : "
                                           to ws-tot-label.
           move ws-expired-cnt             to ws-tot-cnt.
           move ws-expired-points          to ws-tot-points.
           write print-line from ws-total-line
               after advancing 2 line.
           move "Statements written                  : "
                                           to ws-tot-label.
           move ws-statement-cnt           to ws-tot-cnt.
           move ws-closing-points          to ws-tot-points.
           write print-line from ws-total-line
               after advancing 1 line.
           move "  in debit - for the loyalty desk   : "
                                           to ws-tot-label.
           move ws-negative-cnt            to ws-tot-cnt.
           compute ws-tot-points =
               ws-outstanding-points - ws-closing-points.
           write print-line from ws-total-line
               after advancing 1 line.
           move "Points outstanding                  : "
                                           to ws-tot-label.
           move ws-positive-cnt            to ws-tot-cnt.
           move ws-outstanding-points      to ws-tot-points.
           write print-line from ws-total-line
               after advancing 1 line.

           move "Points liability at a cent a point  : "
                                           to ws-aml-label.
           move ws-liability               to ws-aml-amt.
           write print-line from ws-amount-line
               after advancing 2 line.
           move "2320 on the register before the run : "
                                           to ws-aml-label.
           move ws-gl-loyalty              to ws-aml-amt.
           write print-line from ws-amount-line
               after advancing 1 line.
           move "True-up posted                      : "
                                           to ws-aml-label.
           move ws-true-up                 to ws-aml-amt.
           write print-line from ws-amount-line
               after advancing 1 line.

           move "Journal lines posted  : " to ws-cnt-label.
           move ws-posting-cnt             to ws-cnt-count.
           move ws-debit-total             to ws-cnt-debits.
           move ws-credit-total            to ws-cnt-credits.
           write print-line from ws-control-line
               after advancing 1 line.

           if ws-jrn-error-cnt > 0 then
               move ws-jrn-error-cnt       to ws-jel-cnt
               write print-line from ws-jrn-error-line
                   after advancing 1 line
               display "PROGRAM49 WARNING: " ws-jrn-error-cnt
                   " journal register line(s) not written"
                   upon console
               move 4                      to return-code
           end-if.
      *
      * Rewrite The Points Ledger From The Table
      *
       500-rewrite-loyalty-ledger.
           if ws-cust-tbl-cnt > 0 then
               open output loyalty-ledger-file
               perform 505-write-ledger-entry
                   varying ws-cust-tbl-sub from 1 by 1
                   until ws-cust-tbl-sub > ws-cust-tbl-cnt
               close loyalty-ledger-file
           end-if.

       505-write-ledger-entry.
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
           write loyalty-ledger-record.
      *
      * The Customer's Name Off The Customer Master
      *
       700-find-customer-name.
           move spaces                     to ws-customer-name.
           move zero                       to ws-cst-match-sub.

           perform varying ws-cst-tbl-sub from 1 by 1
               until ws-cst-tbl-sub > ws-cst-tbl-cnt
               or ws-cst-match-sub > 0
                   if ws-cst-tbl-number(ws-cst-tbl-sub) =
                       ws-ct-customer(ws-cust-tbl-sub) then
                       move ws-cst-tbl-sub to ws-cst-match-sub
                       move ws-cst-tbl-name(ws-cst-tbl-sub)
                           to ws-customer-name
                   end-if
           end-perform.
      *
      * Days In The Month Being Figured - February has 29 in a year
      * divisible by 4, except a century year not divisible by 400
      *
       810-set-month-length.
           move ws-month-days(ws-cut-month) to ws-month-length.
           if ws-cut-month = 2 then
               divide ws-cut-year by 4 giving ws-leap-quotient
                   remainder ws-leap-rem-4
               divide ws-cut-year by 100 giving ws-leap-quotient
                   remainder ws-leap-rem-100
               divide ws-cut-year by 400 giving ws-leap-quotient
                   remainder ws-leap-rem-400
               if (ws-leap-rem-4 = 0) and
                  ((ws-leap-rem-100 not = 0) or
                   (ws-leap-rem-400 = 0)) then
                   move 29                 to ws-month-length
               end-if
           end-if.

       end program program49.
