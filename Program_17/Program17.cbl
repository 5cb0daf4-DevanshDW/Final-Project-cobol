      * refused with condition code 8.  The control job snapshots the
      * month's files into the closed-month archive after this
      * program completes.
      *
      * Tax owing is figured day by day at the store's rate in force
      * on each business date (TaxRateHistory.dat, falling back to
      * the store master rate), so a rate change inside the month is
      * honoured; the month's tax is rounded once at the end.
      * Sales made tax-exempt under a customer's certificate
      * (ExemptSalesHistory.dat) carry no tax and are left out of
      * each day's taxable amount.
      *
      * A period inside a fiscal year the year-end close has locked
      * (ClosedYears.dat) is refused with condition code 8 as well.
      *
       environment division.
       input-output section.
               assign "../../../data/ClosedMonths.dat"
               organization is line sequential
               file status is ws-closed-file-status.
      *
           select closed-years-file
               assign "../../../data/ClosedYears.dat"
               organization is line sequential
               file status is ws-clyr-file-status.
      *
           select fiscal-calendar-file
               assign "../../../data/FiscalCalendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.
      *
           select rate-history-file
               assign "../../../data/TaxRateHistory.dat"
               organization is line sequential
               file status is ws-rate-file-status.
      *
           select exempt-history-file
               assign "../../../data/ExemptSalesHistory.dat"
               organization is line sequential
               file status is ws-exempt-file-status.
      *
           select print-file
               assign "../../../data/month_end_statements.out"
           05 stm-tax-rate                     pic 9(2)v99.
           05 filler                           pic x(10).
      *
      * Tax rate history - each store's rate with the date it took
      * effect (maintained by program9).
       fd rate-history-file
           data record is rate-history-record
           record contains 14 characters.
      *
       01 rate-history-record.
           05 trh-store-number                 pic x(2).
           05 trh-effective-date               pic 9(8).
           05 trh-tax-rate                     pic 9(2)v99.
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
           05 rc-settle-tolerance              pic 9(5)v99.
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 filler                           pic x(50).
      *
      * Periods already closed - one 6-digit key per record: the
      * fiscal year + period when the calendar is on file, the
       01 closed-month-record.
           05 cls-year-month                   pic 9(6).
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
      * Fiscal 4-4-5 calendar - when present the close cuts on the
      * business date's fiscal period dates, so a period spanning a
      * month boundary or a week-53 year closes on its real dates.
           05 fc-period-number                 pic 9(2).
           05 fc-start-date                    pic 9(8).
           05 fc-end-date                      pic 9(8).
      *
      * Exempt-sales history - one record per exempt sale
       fd exempt-history-file
           data record is exempt-history-record
           record contains 59 characters.
      *
       01 exempt-history-record.
           05 exh-business-date                pic 9(8).
           05 exh-business-date-r redefines exh-business-date.
               10 exh-year-month               pic 9(6).
               10 exh-day                      pic 99.
           05 exh-store-number                 pic x(2).
           05 exh-customer-number              pic x(6).
           05 exh-exempt-cert                  pic x(15).
           05 exh-exempt-type                  pic x(1).
           05 exh-invoice-number               pic x(9).
           05 exh-trans-code                   pic x(1).
           05 exh-trans-date                   pic 9(8).
           05 exh-amount                       pic 9(7)v99.
      *
       fd print-file
           record contains 90 characters
       77 ws-already-closed-flag               pic x value 'n'.
           88 month-already-closed             value 'y'.
       77 ws-in-close-flag                     pic x value 'n'.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-year-closed-flag                  pic x value 'n'.
           88 close-year-locked                value 'y'.
       77 ws-closed-fiscal-year                pic 9(4) value 0.

      * The month being closed, from the run-control business date.
       01 ws-close-yyyymmdd                    pic 9(8) value 0.
               10 ws-store-tbl-r-amt           pic 9(9)v99.
               10 ws-store-tbl-e-cnt           pic 9(7).
               10 ws-store-tbl-e-amt           pic 9(9)v99.
               10 ws-store-tbl-tax-base        pic 9(11)v9(4).

      * Tax rate history table - the rate in force for a store on a
      * date is its entry with the latest effective date on or
      * before it; a store with none keeps its store master rate.
       77 ws-rate-file-status                  pic xx value spaces.
       77 ws-rate-eof-flag                     pic x value 'n'.
       77 ws-rate-tbl-cnt                      pic 9(4) value 0.
       77 ws-rate-tbl-sub                      pic 9(4) value 0.
       77 ws-rate-best-date                    pic 9(8) value 0.
       77 ws-rate-found-flag                   pic x value 'n'.
           88 rate-history-found               value 'y'.
       77 ws-rate-in-force                     pic 9(2)v99 value 0.
       01 ws-rate-table.
           05 ws-rate-entry                    occurs 500 times.
               10 ws-rate-tbl-store            pic x(2).
               10 ws-rate-tbl-effective        pic 9(8).
               10 ws-rate-tbl-rate             pic 9(2)v99.

       77 ws-month-records-cnt                 pic 9(5) value 0.
       77 ws-tax-owing                         pic 9(9)v99 value 0.

      * The month's exempt sales by store and business date
       77 ws-exempt-file-status                pic xx value spaces.
       77 ws-exempt-eof-flag                   pic x value 'n'.
       77 ws-exempt-in-close-flag              pic x value 'n'.
       77 ws-exd-tbl-cnt                       pic 9(4) value 0.
       77 ws-exd-tbl-sub                       pic 9(4) value 0.
       77 ws-exd-match-sub                     pic 9(4) value 0.
       77 ws-day-exempt                        pic 9(9)v99 value 0.
       77 ws-day-taxable                       pic 9(9)v99 value 0.
       01 ws-exd-table.
           05 ws-exd-entry                     occurs 3000 times.
               10 ws-exd-store                 pic x(2).
               10 ws-exd-date                  pic 9(8).
               10 ws-exd-amount                pic 9(9)v99.
       77 ws-closing-net                       pic s9(9)v99 value 0.

       01 ws-report-heading.
               " is already closed - nothing done. ***".
           05 filler                           pic x(28) value spaces.

       01 ws-year-locked-line.
           05 filler                           pic x(16) value
               "*** Fiscal year ".
           05 ws-yll-year                      pic 9(4).
           05 filler                           pic x(40) value
               " is closed - nothing done. ***".
           05 filler                           pic x(30) value spaces.

       01 ws-no-history-line                   pic x(90) value
           "  No daily history for the close month - nothing to close.".

           perform 055-load-fiscal-calendar.
           perform 058-find-close-period.
           perform 060-load-store-master.
           perform 067-load-rate-history.
           perform 077-load-exempt-history.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
               goback
           end-if.

           perform 080-check-year-closed.
           if close-year-locked then
               move ws-closed-fiscal-year to ws-yll-year
               write print-line from ws-year-locked-line
                   after advancing 2 line
               close print-file
               move 8                  to return-code
               goback
           end-if.

           perform 100-aggregate-month-history.

           if ws-month-records-cnt = 0 then
                              ws-store-tbl-r-amt(ws-store-tbl-cnt)
                              ws-store-tbl-e-cnt(ws-store-tbl-cnt)
                              ws-store-tbl-e-amt(ws-store-tbl-cnt)
                              ws-store-tbl-tax-base(ws-store-tbl-cnt)
           end-if.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Load The Tax Rate History - there is none until the first
      * rate change is maintained
      *
       067-load-rate-history.
           open input rate-history-file.

           if ws-rate-file-status = "35" then
               continue
           else
               read rate-history-file
                   at end
                       move 'y'            to ws-rate-eof-flag
               end-read
               perform 068-load-rate-loop
                   until ws-rate-eof-flag = 'y'
               close rate-history-file
           end-if.

       068-load-rate-loop.
           if ws-rate-tbl-cnt < 500 then
               add 1                       to ws-rate-tbl-cnt
               move trh-store-number
                   to ws-rate-tbl-store(ws-rate-tbl-cnt)
               move trh-effective-date
                   to ws-rate-tbl-effective(ws-rate-tbl-cnt)
               move trh-tax-rate
                   to ws-rate-tbl-rate(ws-rate-tbl-cnt)
           end-if.

           read rate-history-file
               at end
                   move 'y'                to ws-rate-eof-flag.
      *
      * Refuse A Month That Is Already Closed
      *
       070-check-already-closed.
               at end
                   move 'y'                to ws-closed-eof-flag.
      *
      * Load The Month's Exempt Sales By Store And Business Date
      *
       077-load-exempt-history.
           open input exempt-history-file.

           if ws-exempt-file-status = "35" then
               continue
           else
               read exempt-history-file
                   at end
                       move 'y'            to ws-exempt-eof-flag
               end-read
               perform 078-load-exempt-loop
                   until ws-exempt-eof-flag = 'y'
               close exempt-history-file
           end-if.

       078-load-exempt-loop.
           move 'n'                        to ws-exempt-in-close-flag.
           if close-period-found then
               if (exh-business-date not < ws-period-start-date) and
                  (exh-business-date not > ws-period-end-date) then
                   move 'y'                to ws-exempt-in-close-flag
               end-if
           else
               if exh-year-month = ws-close-year-month then
                   move 'y'                to ws-exempt-in-close-flag
               end-if
           end-if.

           if ws-exempt-in-close-flag = 'y' then
               move zero                   to ws-exd-match-sub
               perform varying ws-exd-tbl-sub from 1 by 1
                   until ws-exd-tbl-sub > ws-exd-tbl-cnt
                       if (ws-exd-store(ws-exd-tbl-sub) =
                           exh-store-number) and
                          (ws-exd-date(ws-exd-tbl-sub) =
                           exh-business-date) then
                           move ws-exd-tbl-sub to ws-exd-match-sub
                       end-if
               end-perform
               if ws-exd-match-sub = 0 and ws-exd-tbl-cnt < 3000 then
                   add 1                   to ws-exd-tbl-cnt
                   move ws-exd-tbl-cnt     to ws-exd-match-sub
                   move exh-store-number
                       to ws-exd-store(ws-exd-match-sub)
                   move exh-business-date
                       to ws-exd-date(ws-exd-match-sub)
                   move zero
                       to ws-exd-amount(ws-exd-match-sub)
               end-if
               if ws-exd-match-sub > 0 then
                   add exh-amount
                       to ws-exd-amount(ws-exd-match-sub)
               end-if
           end-if.

           read exempt-history-file
               at end
                   move 'y'                to ws-exempt-eof-flag.
      *
      * Refuse A Period Inside A Fiscal Year Already Closed
      *
       080-check-year-closed.
           move 'n'                        to ws-year-closed-flag.

           open input closed-years-file.
           if ws-clyr-file-status = "35" then
               continue
           else
               read closed-years-file
                   at end
                       move 'y'            to ws-clyr-eof-flag
               end-read
               perform 085-check-year-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       085-check-year-loop.
           if (ws-close-yyyymmdd not < cly-start-date) and
              (ws-close-yyyymmdd not > cly-end-date) then
               move 'y'                    to ws-year-closed-flag
               move cly-fiscal-year        to ws-closed-fiscal-year
           end-if.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Roll The Month's Daily History Up Into The Store Table
      *
       100-aggregate-month-history.
                               ws-store-tbl-e-cnt(ws-store-tbl-sub)
                           add sth-e-amount to
                               ws-store-tbl-e-amt(ws-store-tbl-sub)
                           perform 115-find-rate-in-force
                           perform 117-find-day-exempt
                           compute ws-day-taxable =
                               sth-s-amount + sth-l-amount
                           if ws-day-exempt > ws-day-taxable then
                               move ws-day-taxable to ws-day-exempt
                           end-if
                           subtract ws-day-exempt from ws-day-taxable
                           compute ws-store-tbl-tax-base(
                                       ws-store-tbl-sub) =
                               ws-store-tbl-tax-base(ws-store-tbl-sub) +
                               (ws-day-taxable * ws-rate-in-force)
                       end-if
               end-perform
           end-if.
               at end
                   move 'y'                to ws-hist-eof-flag.
      *
      * Find The Rate In Force For This History Record's Store On
      * Its Business Date (ws-store-tbl-sub is the store's entry)
      *
       115-find-rate-in-force.
           move ws-store-tbl-tax-rate(ws-store-tbl-sub)
                                           to ws-rate-in-force.
           move 'n'                        to ws-rate-found-flag.
           move zero                       to ws-rate-best-date.

           perform varying ws-rate-tbl-sub from 1 by 1
               until ws-rate-tbl-sub > ws-rate-tbl-cnt
                   if (sth-store-number =
                       ws-rate-tbl-store(ws-rate-tbl-sub)) and
                      (ws-rate-tbl-effective(ws-rate-tbl-sub) not >
                       sth-business-date) and
                      ((not rate-history-found) or
                       (ws-rate-tbl-effective(ws-rate-tbl-sub) not <
                        ws-rate-best-date)) then
                       move 'y'            to ws-rate-found-flag
                       move ws-rate-tbl-effective(ws-rate-tbl-sub)
                                           to ws-rate-best-date
                       move ws-rate-tbl-rate(ws-rate-tbl-sub)
                                           to ws-rate-in-force
                   end-if
           end-perform.
      *
      * The Exempt Sales On File For This History Record's Store And
      * Day
      *
       117-find-day-exempt.
           move zero                       to ws-day-exempt.
           perform varying ws-exd-tbl-sub from 1 by 1
               until ws-exd-tbl-sub > ws-exd-tbl-cnt
                   if (ws-exd-store(ws-exd-tbl-sub) =
                       sth-store-number) and
                      (ws-exd-date(ws-exd-tbl-sub) =
                       sth-business-date) then
                       move ws-exd-amount(ws-exd-tbl-sub)
                           to ws-day-exempt
                   end-if
           end-perform.
      *
      * Print One Store's Month-End Statement
      *
       200-print-store-statement.
               after advancing 1 line.

           compute ws-tax-owing rounded =
               ws-store-tbl-tax-base(ws-store-tbl-sub) / 100.
           move ws-tax-owing to ws-stl-tax-amt.
           write print-line from ws-stmt-tax-line
               after advancing 1 line.
