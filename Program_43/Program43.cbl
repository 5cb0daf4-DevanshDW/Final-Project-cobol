       identification division.
       program-id. program43.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Fiscal year-end close.  Run once after the last
      * period of the fiscal year has been through the month-end
      * close, this:
      *
      *   - refuses to run until every period of the year is on
      *     ClosedMonths.dat (and refuses a year already closed);
      *   - prints the annual statement pack - one statement per
      *     store, one per district and one for the chain - with the
      *     year's sales, layaways, returns, tax owing and net
      *     (S + L - R) beside the prior year's and the change;
      *   - generates the next fiscal year's 4-4-5 calendar and
      *     appends it to FiscalCalendar.dat, or validates the next
      *     year already on the calendar when someone has keyed it;
      *   - locks the closed year on ClosedYears.dat, so program1,
      *     program12, program17 and program41 refuse any further
      *     posting dated inside it.
      *
      *   program43 [fiscal-year]
      *
      * Without a year on the command line the year closed is the
      * fiscal year holding the run-control business date.  Without a
      * fiscal calendar the year is the calendar year, its periods
      * are the calendar months, and no 4-4-5 calendar is generated.
      *
      * The next year starts the day after the closed year ends and
      * runs 4-4-5 weeks a quarter.  It is 52 weeks unless that would
      * end it more than three days short of the month-end nearest
      * the closed year's end a year on - then the 53rd week is added
      * to period 12, so the year keeps ending on the same weekday
      * nearest the same month-end.
      *
      * Tax owing is figured as the month-end close does: day by day
      * at the store's rate in force, less the day's exempt sales,
      * rounded once per store for the year.
      *
      * Return code 0 when the year is closed, 8 when the year is
      * refused or the next year's calendar fails validation -
      * nothing is locked or appended in that case.
      *
       environment division.
       input-output section.
       file-control.
           select store-history-file
               assign "../../../data/StoreHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select store-master-file
               assign "../../../data/StoreMaster.dat"
               organization is line sequential.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select closed-months-file
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
               assign "../../../data/year_end_statements.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd store-history-file
           data record is store-history-record
           record contains 66 characters.
      *
       01 store-history-record.
           05 sth-business-date                pic 9(8).
           05 sth-store-number                 pic x(2).
           05 sth-s-count                      pic 9(5).
           05 sth-s-amount                     pic 9(7)v99.
           05 sth-l-count                      pic 9(5).
           05 sth-l-amount                     pic 9(7)v99.
           05 sth-r-count                      pic 9(5).
           05 sth-r-amount                     pic 9(7)v99.
           05 sth-e-count                      pic 9(5).
           05 sth-e-amount                     pic 9(7)v99.
      *
       fd store-master-file
           data record is store-master-record
           record contains 36 characters.
      *
       01 store-master-record.
           05 stm-store-number                 pic x(2).
           05 stm-store-name                   pic x(20).
           05 stm-tax-rate                     pic 9(2)v99.
           05 stm-district-code                pic x(2).
           05 stm-district-name                pic x(8).
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
           05 filler                           pic x(72).
      *
      * Periods already closed - one 6-digit key per record: the
      * fiscal year + period when the calendar is on file, the
      * calendar year-month otherwise.
       fd closed-months-file
           data record is closed-month-record
           record contains 6 characters.
      *
       01 closed-month-record.
           05 cls-year-month                   pic 9(6).
      *
      * Fiscal years closed and locked - the year with its first and
      * last dates, so a program holding only a business date can
      * tell whether it falls inside a locked year.
       fd closed-years-file
           data record is closed-year-record
           record contains 20 characters.
      *
       01 closed-year-record.
           05 cly-fiscal-year                  pic 9(4).
           05 cly-start-date                   pic 9(8).
           05 cly-end-date                     pic 9(8).
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
      * Exempt-sales history - one record per exempt sale
       fd exempt-history-file
           data record is exempt-history-record
           record contains 59 characters.
      *
       01 exempt-history-record.
           05 exh-business-date                pic 9(8).
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
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-history-file-status               pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-closed-file-status                pic xx value spaces.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-hist-eof-flag                     pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-closed-eof-flag                   pic x value 'n'.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-year-locked-flag                  pic x value 'n'.
           88 year-already-locked              value 'y'.

      * The year being closed - from the command line, or the fiscal
      * year holding the run-control business date.
       77 ws-year-parm                         pic x(4) value spaces.
       77 ws-runctl-yyyymmdd                   pic 9(8) value 0.
       77 ws-close-year                        pic 9(4) value 0.
       77 ws-prior-year                        pic 9(4) value 0.
       77 ws-next-year                         pic 9(4) value 0.
       77 ws-year-start-date                   pic 9(8) value 0.
       77 ws-year-end-date                     pic 9(8) value 0.
       77 ws-prior-start-date                  pic 9(8) value 0.
       77 ws-prior-end-date                    pic 9(8) value 0.
       77 ws-year-period-cnt                   pic 99 value 0.
       77 ws-year-on-calendar-flag             pic x value 'n'.
           88 year-on-calendar                 value 'y'.
       77 ws-period-key                        pic 9(6) value 0.
       77 ws-period-sub                        pic 99 value 0.
       77 ws-period-closed-flag                pic x value 'n'.
           88 period-is-closed                 value 'y'.
       77 ws-open-period-cnt                   pic 99 value 0.

      * Fiscal calendar table
       77 ws-fiscal-file-status                pic xx value spaces.
       77 ws-fiscal-eof-flag                   pic x value 'n'.
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

      * Closed period keys
       77 ws-cls-tbl-cnt                       pic 9(4) value 0.
       77 ws-cls-tbl-sub                       pic 9(4) value 0.
       01 ws-closed-table.
           05 ws-cls-tbl-key                   pic 9(6)
                                               occurs 1000 times.

      * Per-store totals for the closed year and the prior year
       77 ws-store-tbl-cnt                     pic 9(3) value 0.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       77 ws-store-eof-flag                    pic x value 'n'.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-tax-rate        pic 9(2)v99.
               10 ws-store-tbl-district        pic x(2).
               10 ws-store-tbl-dist-name       pic x(8).
               10 ws-store-tbl-ty-s-amt        pic 9(9)v99.
               10 ws-store-tbl-ty-l-amt        pic 9(9)v99.
               10 ws-store-tbl-ty-r-amt        pic 9(9)v99.
               10 ws-store-tbl-ty-tax-base     pic 9(11)v9(4).
               10 ws-store-tbl-py-s-amt        pic 9(9)v99.
               10 ws-store-tbl-py-l-amt        pic 9(9)v99.
               10 ws-store-tbl-py-r-amt        pic 9(9)v99.
               10 ws-store-tbl-py-tax-base     pic 9(11)v9(4).

      * District rollup - one entry per district on the store master
       77 ws-dist-tbl-cnt                      pic 9(3) value 0.
       77 ws-dist-tbl-sub                      pic 9(3) value 0.
       77 ws-dist-match-sub                    pic 9(3) value 0.
       01 ws-district-table.
           05 ws-district-entry                occurs 99 times.
               10 ws-dist-tbl-code             pic x(2).
               10 ws-dist-tbl-name             pic x(8).
               10 ws-dist-tbl-ty-s-amt         pic 9(9)v99.
               10 ws-dist-tbl-ty-l-amt         pic 9(9)v99.
               10 ws-dist-tbl-ty-r-amt         pic 9(9)v99.
               10 ws-dist-tbl-ty-tax           pic 9(9)v99.
               10 ws-dist-tbl-py-s-amt         pic 9(9)v99.
               10 ws-dist-tbl-py-l-amt         pic 9(9)v99.
               10 ws-dist-tbl-py-r-amt         pic 9(9)v99.
               10 ws-dist-tbl-py-tax           pic 9(9)v99.

      * The figures for the statement being printed - a store, a
      * district or the chain
       01 ws-stmt-values.
           05 ws-stv-ty-s-amt                  pic 9(9)v99.
           05 ws-stv-ty-l-amt                  pic 9(9)v99.
           05 ws-stv-ty-r-amt                  pic 9(9)v99.
           05 ws-stv-ty-tax                    pic 9(9)v99.
           05 ws-stv-py-s-amt                  pic 9(9)v99.
           05 ws-stv-py-l-amt                  pic 9(9)v99.
           05 ws-stv-py-r-amt                  pic 9(9)v99.
           05 ws-stv-py-tax                    pic 9(9)v99.
       01 ws-chain-values.
           05 ws-chn-ty-s-amt                  pic 9(9)v99 value 0.
           05 ws-chn-ty-l-amt                  pic 9(9)v99 value 0.
           05 ws-chn-ty-r-amt                  pic 9(9)v99 value 0.
           05 ws-chn-ty-tax                    pic 9(9)v99 value 0.
           05 ws-chn-py-s-amt                  pic 9(9)v99 value 0.
           05 ws-chn-py-l-amt                  pic 9(9)v99 value 0.
           05 ws-chn-py-r-amt                  pic 9(9)v99 value 0.
           05 ws-chn-py-tax                    pic 9(9)v99 value 0.
       77 ws-cmp-this-year                     pic s9(9)v99 value 0.
       77 ws-cmp-prior-year                    pic s9(9)v99 value 0.
       77 ws-cmp-change                        pic s9(9)v99 value 0.
       77 ws-cmp-pct                           pic s9(5)v9 value 0.
       77 ws-cmp-pct-edit                      pic zzzz9.9-.
       77 ws-store-ty-tax                      pic 9(9)v99 value 0.
       77 ws-store-py-tax                      pic 9(9)v99 value 0.
       77 ws-hist-year-flag                    pic x value spaces.
           88 hist-in-this-year                value 't'.
           88 hist-in-prior-year               value 'p'.
       77 ws-year-records-cnt                  pic 9(7) value 0.

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

      * The two years' exempt sales by store and business date
       77 ws-exempt-file-status                pic xx value spaces.
       77 ws-exempt-eof-flag                   pic x value 'n'.
       77 ws-exd-tbl-cnt                       pic 9(5) value 0.
       77 ws-exd-tbl-sub                       pic 9(5) value 0.
       77 ws-exd-match-sub                     pic 9(5) value 0.
       77 ws-day-exempt                        pic 9(9)v99 value 0.
       77 ws-day-taxable                       pic 9(9)v99 value 0.
       01 ws-exd-table.
           05 ws-exd-entry                     occurs 9000 times.
               10 ws-exd-store                 pic x(2).
               10 ws-exd-date                  pic 9(8).
               10 ws-exd-amount                pic 9(9)v99.

      * Next fiscal year's calendar - generated here, or the periods
      * already keyed onto FiscalCalendar.dat
       77 ws-next-on-file-flag                 pic x value 'n'.
           88 next-year-on-file                value 'y'.
       77 ws-next-tbl-cnt                      pic 99 value 0.
       77 ws-next-tbl-sub                      pic 99 value 0.
       01 ws-next-table.
           05 ws-next-entry                    occurs 13 times.
               10 ws-nx-tbl-period             pic 9(2).
               10 ws-nx-tbl-start              pic 9(8).
               10 ws-nx-tbl-end                pic 9(8).
       77 ws-next-weeks                        pic 99 value 0.
       77 ws-period-weeks                      pic 9 value 0.
       77 ws-period-days                       pic 99 value 0.
       77 ws-period-max-days                   pic 99 value 0.
       77 ws-next-total-days                   pic 9(3) value 0.
       77 ws-expected-start                    pic 9(8) value 0.
       77 ws-anchor-gap                        pic 99 value 0.
       77 ws-day-step-cnt                      pic 9(3) value 0.
       77 ws-calendar-error-cnt                pic 99 value 0.
       77 ws-error-period                      pic 99 value 0.
       77 ws-period-in-quarter                 pic 9 value 0.
       77 ws-quarter-quotient                  pic 99 value 0.

      * Date stepping - the date being moved on a day at a time
       01 ws-step-date                         pic 9(8) value 0.
       01 ws-step-date-r redefines ws-step-date.
           05 ws-step-year                     pic 9(4).
           05 ws-step-month                    pic 99.
           05 ws-step-day                      pic 99.
       01 ws-anchor-date                       pic 9(8) value 0.
       01 ws-anchor-date-r redefines ws-anchor-date.
           05 ws-anchor-year                   pic 9(4).
           05 ws-anchor-month                  pic 99.
           05 ws-anchor-day                    pic 99.
       01 ws-end-52-date                       pic 9(8) value 0.
       01 ws-month-days-values                 pic x(24) value
           "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days                    pic 99 occurs 12 times.
       77 ws-month-length                      pic 99 value 0.
       77 ws-leap-quotient                     pic 9(4) value 0.
       77 ws-leap-rem-4                        pic 9(3) value 0.
       77 ws-leap-rem-100                      pic 9(3) value 0.
       77 ws-leap-rem-400                      pic 9(3) value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 43".
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
           05 filler                           pic x(25) value spaces.
           05 filler                           pic x(29) value
               "Year-End Annual Statements".
           05 filler                           pic x(14) value
               "Fiscal year:  ".
           05 ws-ph-year                       pic 9(4).
           05 filler                           pic x(18) value spaces.

       01 ws-year-dates-line.
           05 filler                           pic x(14) value
               "  This year : ".
           05 ws-ydl-ty-start                  pic 9(8).
           05 filler                           pic x(4) value " to ".
           05 ws-ydl-ty-end                    pic 9(8).
           05 filler                           pic x(16) value
               "   Prior year : ".
           05 ws-ydl-py-start                  pic 9(8).
           05 filler                           pic x(4) value " to ".
           05 ws-ydl-py-end                    pic 9(8).
           05 filler                           pic x(20) value spaces.

       01 ws-statement-heading.
           05 filler                           pic x(17) value
               "Statement - Store".
           05 filler                           pic x(1) value spaces.
           05 ws-sh-store                      pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-sh-name                       pic x(20).
           05 filler                           pic x(4) value spaces.
           05 filler                           pic x(9) value
               "District ".
           05 ws-sh-district                   pic x(2).
           05 filler                           pic x(1) value spaces.
           05 ws-sh-dist-name                  pic x(8).
           05 filler                           pic x(24) value spaces.

       01 ws-district-stmt-heading.
           05 filler                           pic x(20) value
               "Statement - District".
           05 filler                           pic x(1) value spaces.
           05 ws-dsh-district                  pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-dsh-name                      pic x(8).
           05 filler                           pic x(57) value spaces.

       01 ws-chain-stmt-heading                pic x(90) value
           "Statement - Chain Total".

       01 ws-statement-rule.
           05 filler                           pic x(40) value
               "----------------------------------------".
           05 filler                           pic x(40) value
               "----------------------------------------".
           05 filler                           pic x(10) value spaces.

       01 ws-column-heading.
           05 filler                           pic x(24) value spaces.
           05 filler                           pic x(9) value
               "This Year".
           05 filler                           pic x(7) value spaces.
           05 filler                           pic x(10) value
               "Prior Year".
           05 filler                           pic x(11) value spaces.
           05 filler                           pic x(6) value
               "Change".
           05 filler                           pic x(3) value spaces.
           05 filler                           pic x(8) value
               "Change %".
           05 filler                           pic x(12) value spaces.

       01 ws-compare-line.
           05 filler                           pic x(2) value spaces.
           05 ws-cml-label                     pic x(16).
           05 ws-cml-this-year                 pic $$$,$$$,$$9.99-.
           05 filler                           pic x(2) value spaces.
           05 ws-cml-prior-year                pic $$$,$$$,$$9.99-.
           05 filler                           pic x(2) value spaces.
           05 ws-cml-change                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(3) value spaces.
           05 ws-cml-pct                       pic x(8).
           05 filler                           pic x(12) value spaces.

       01 ws-not-all-closed-line.
           05 filler                           pic x(16) value
               "*** Fiscal year ".
           05 ws-nac-year                      pic 9(4).
           05 filler                           pic x(36) value
               " cannot close - periods still open: ".
           05 ws-nac-count                     pic z9.
           05 filler                           pic x(32) value
               " ***".

       01 ws-open-period-line.
           05 filler                           pic x(24) value
               "    Period not closed : ".
           05 ws-opl-key                       pic 9(6).
           05 filler                           pic x(60) value spaces.

       01 ws-already-locked-line.
           05 filler                           pic x(16) value
               "*** Fiscal year ".
           05 ws-all-year                      pic 9(4).
           05 filler                           pic x(40) value
               " is already closed - nothing done. ***".
           05 filler                           pic x(30) value spaces.

       01 ws-no-periods-line.
           05 filler                           pic x(16) value
               "*** Fiscal year ".
           05 ws-npl-year                      pic 9(4).
           05 filler                           pic x(40) value
               " has no periods on the calendar. ***".
           05 filler                           pic x(30) value spaces.

       01 ws-no-history-line                   pic x(90) value
           "  No daily history for the year - statements are empty.".

       01 ws-calendar-heading.
           05 filler                           pic x(30) value
               "Fiscal Calendar - Fiscal Year ".
           05 ws-clh-year                      pic 9(4).
           05 filler                           pic x(3) value spaces.
           05 ws-clh-source                    pic x(30).
           05 filler                           pic x(23) value spaces.

       01 ws-calendar-column-heading.
           05 filler                           pic x(4) value spaces.
           05 filler                           pic x(6) value
               "Period".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value
               "Start".
           05 filler                           pic x(6) value spaces.
           05 filler                           pic x(3) value
               "End".
           05 filler                           pic x(7) value spaces.
           05 filler                           pic x(5) value
               "Weeks".
           05 filler                           pic x(52) value spaces.

       01 ws-calendar-line.
           05 filler                           pic x(6) value spaces.
           05 ws-cal-period                    pic z9.
           05 filler                           pic x(4) value spaces.
           05 ws-cal-start                     pic 9(8).
           05 filler                           pic x(3) value spaces.
           05 ws-cal-end                       pic 9(8).
           05 filler                           pic x(5) value spaces.
           05 ws-cal-weeks                     pic z9.
           05 ws-cal-week-note                 pic x(14).
           05 filler                           pic x(38) value spaces.

       01 ws-calendar-weeks-line.
           05 filler                           pic x(20) value
               "    Weeks in year : ".
           05 ws-cwl-weeks                     pic z9.
           05 filler                           pic x(68) value spaces.

       01 ws-calendar-error-line.
           05 filler                           pic x(4) value "*** ".
           05 ws-cel-label                     pic x(7).
           05 ws-cel-period                    pic z9 blank when zero.
           05 filler                           pic x(3) value " - ".
           05 ws-cel-text                      pic x(40).
           05 filler                           pic x(34) value spaces.

       01 ws-calendar-bad-line                 pic x(90) value
           "*** NEXT YEAR'S CALENDAR NOT VALID - YEAR NOT CLOSED ***".

       01 ws-calendar-ok-line                  pic x(90) value
           "    Calendar validated - 12 contiguous 4-4-5 periods.".

       01 ws-calendar-added-line               pic x(90) value
           "    Appended to FiscalCalendar.dat.".

       01 ws-no-calendar-line.
           05 filler                           pic x(40) value
               "  No fiscal calendar in use - next year ".
           05 filler                           pic x(50) value
               "stays on calendar months.".

       01 ws-closed-ok-line.
           05 filler                           pic x(12) value
               "Fiscal year ".
           05 ws-cok-year                      pic 9(4).
           05 filler                           pic x(28) value
               " is now closed; postings in ".
           05 ws-cok-start                     pic 9(8).
           05 filler                           pic x(4) value " to ".
           05 ws-cok-end                       pic 9(8).
           05 filler                           pic x(17) value
               " will be refused.".
           05 filler                           pic x(9) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           accept ws-year-parm from command-line.
           if (ws-year-parm not = spaces) and
              (ws-year-parm is not numeric) then
               display
                   "PROGRAM43: usage - program43 [fiscal-year]"
                   " (four digits, e.g. 2026)" upon console
               move 8                      to return-code
               goback
           end-if.

           perform 050-read-run-control.
           perform 055-load-fiscal-calendar.
           perform 058-find-close-year.
           perform 060-load-store-master.
           perform 067-load-rate-history.
           perform 070-load-closed-months.
           perform 075-check-year-locked.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           move ws-close-year          to ws-ph-year.
           write print-line            from ws-page-heading
               after advancing 2 line.

           if year-already-locked then
               move ws-close-year      to ws-all-year
               write print-line from ws-already-locked-line
                   after advancing 2 line
               close print-file
               display "PROGRAM43: fiscal year " ws-close-year
                   " is already closed - nothing done." upon console
               move 8                  to return-code
               goback
           end-if.

           if ws-year-period-cnt = 0 then
               move ws-close-year      to ws-npl-year
               write print-line from ws-no-periods-line
                   after advancing 2 line
               close print-file
               display "PROGRAM43: fiscal year " ws-close-year
                   " has no periods on the calendar." upon console
               move 8                  to return-code
               goback
           end-if.

      * Every period of the year must have been through the
      * month-end close before the year can be closed.
           perform 080-check-periods-closed.
           if ws-open-period-cnt > 0 then
               close print-file
               display "PROGRAM43: fiscal year " ws-close-year
                   " has " ws-open-period-cnt
                   " period(s) not closed - year NOT closed."
                   upon console
               move 8                  to return-code
               goback
           end-if.

           move ws-year-start-date     to ws-ydl-ty-start.
           move ws-year-end-date       to ws-ydl-ty-end.
           move ws-prior-start-date    to ws-ydl-py-start.
           move ws-prior-end-date      to ws-ydl-py-end.
           write print-line            from ws-year-dates-line
               after advancing 2 line.

           perform 090-load-exempt-history.
           perform 100-aggregate-history.

           if ws-year-records-cnt = 0 then
               write print-line from ws-no-history-line
                   after advancing 2 line
           end-if.

           perform 200-print-store-statement
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           perform 250-print-district-statement
               varying ws-dist-tbl-sub from 1 by 1
               until ws-dist-tbl-sub > ws-dist-tbl-cnt.

           perform 280-print-chain-statement.

      * The next year's calendar must be good before the year is
      * locked - a bad calendar leaves everything as it was.
           if year-on-calendar then
               perform 500-next-year-calendar
               if ws-calendar-error-cnt > 0 then
                   write print-line from ws-calendar-bad-line
                       after advancing 2 line
                   close print-file
                   display "PROGRAM43: fiscal year " ws-next-year
                       " calendar is not valid - year "
                       ws-close-year " NOT closed." upon console
                   move 8              to return-code
                   goback
               end-if
               if not next-year-on-file then
                   perform 600-append-next-calendar
                   write print-line from ws-calendar-added-line
                       after advancing 1 line
               end-if
           else
               write print-line from ws-no-calendar-line
                   after advancing 2 line
           end-if.

           perform 700-lock-closed-year.

           move ws-close-year          to ws-cok-year.
           move ws-year-start-date     to ws-cok-start.
           move ws-year-end-date       to ws-cok-end.
           write print-line from ws-closed-ok-line
               after advancing 2 line.

           close print-file.

           display "PROGRAM43: fiscal year " ws-close-year
               " closed." upon console.

           goback.
      *
      * Read The Run-Control Card - its business date names the
      * year being closed when none is given on the command line
      *
       050-read-run-control.
           open input run-control-file.

           if ws-runctl-file-status = "35" then
      * No card - the current date stands
               accept ws-runctl-yyyymmdd from date yyyymmdd
           else
               read run-control-file
                   at end
                       move 'y'            to ws-runctl-eof-flag
               end-read
               if (ws-runctl-eof-flag not = 'y') and
                  (rc-business-date is numeric) and
                  (rc-business-date > zero) then
                   move rc-business-date   to ws-runctl-yyyymmdd
               else
                   accept ws-runctl-yyyymmdd from date yyyymmdd
               end-if
               close run-control-file
           end-if.
      *
      * Load The Fiscal 4-4-5 Calendar Into The Table
      *
       055-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if ws-fiscal-file-status = "35" then
      * No fiscal calendar on file - calendar years and months stand
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
      * Settle The Year Being Closed, Its Dates And The Prior Year's
      *
       058-find-close-year.
           if ws-year-parm not = spaces then
               move ws-year-parm           to ws-close-year
           else
               move ws-runctl-yyyymmdd(1:4) to ws-close-year
               if fiscal-calendar-loaded then
                   perform varying ws-fiscal-tbl-sub from 1 by 1
                       until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                           if (ws-runctl-yyyymmdd not <
                               ws-fc-tbl-start(ws-fiscal-tbl-sub)) and
                              (ws-runctl-yyyymmdd not >
                               ws-fc-tbl-end(ws-fiscal-tbl-sub)) then
                               move ws-fc-tbl-year(ws-fiscal-tbl-sub)
                                   to ws-close-year
                           end-if
                   end-perform
               end-if
           end-if.

           compute ws-prior-year = ws-close-year - 1.
           compute ws-next-year = ws-close-year + 1.

      * The year's periods and dates come off the calendar when it
      * carries the year; otherwise the year is the calendar year.
           move zero                       to ws-year-period-cnt.
           move zero                       to ws-year-start-date.
           move zero                       to ws-year-end-date.
           if fiscal-calendar-loaded then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                       if ws-fc-tbl-year(ws-fiscal-tbl-sub) =
                           ws-close-year then
                           move 'y'    to ws-year-on-calendar-flag
                           add 1       to ws-year-period-cnt
                           if (ws-year-start-date = zero) or
                              (ws-fc-tbl-start(ws-fiscal-tbl-sub) <
                               ws-year-start-date) then
                               move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                                   to ws-year-start-date
                           end-if
                           if ws-fc-tbl-end(ws-fiscal-tbl-sub) >
                               ws-year-end-date then
                               move ws-fc-tbl-end(ws-fiscal-tbl-sub)
                                   to ws-year-end-date
                           end-if
                       end-if
               end-perform
           end-if.

           if not year-on-calendar then
               if fiscal-calendar-loaded then
      * A calendar that does not carry the year cannot close it
                   continue
               else
                   move 12                 to ws-year-period-cnt
                   compute ws-year-start-date =
                       (ws-close-year * 10000) + 0101
                   compute ws-year-end-date =
                       (ws-close-year * 10000) + 1231
               end-if
           end-if.

      * The prior year the same way - off the calendar when it has
      * the year, the calendar year otherwise
           move zero                       to ws-prior-start-date.
           move zero                       to ws-prior-end-date.
           if fiscal-calendar-loaded then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                       if ws-fc-tbl-year(ws-fiscal-tbl-sub) =
                           ws-prior-year then
                           if (ws-prior-start-date = zero) or
                              (ws-fc-tbl-start(ws-fiscal-tbl-sub) <
                               ws-prior-start-date) then
                               move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                                   to ws-prior-start-date
                           end-if
                           if ws-fc-tbl-end(ws-fiscal-tbl-sub) >
                               ws-prior-end-date then
                               move ws-fc-tbl-end(ws-fiscal-tbl-sub)
                                   to ws-prior-end-date
                           end-if
                       end-if
               end-perform
           end-if.

           if ws-prior-start-date = zero then
               compute ws-prior-start-date =
                   (ws-prior-year * 10000) + 0101
               compute ws-prior-end-date =
                   (ws-prior-year * 10000) + 1231
           end-if.
      *
      * Load Store Master File into working storage, with each
      * store's district
      *
       060-load-store-master.
           open input store-master-file.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.

           perform 065-load-store-loop
               until ws-store-eof-flag = 'y'.

           close store-master-file.

       065-load-store-loop.
           if ws-store-tbl-cnt < 99 then
               add 1                       to ws-store-tbl-cnt
               move stm-store-number
                   to ws-store-tbl-number(ws-store-tbl-cnt)
               move stm-store-name
                   to ws-store-tbl-name(ws-store-tbl-cnt)
               move stm-tax-rate
                   to ws-store-tbl-tax-rate(ws-store-tbl-cnt)
               move stm-district-code
                   to ws-store-tbl-district(ws-store-tbl-cnt)
               move stm-district-name
                   to ws-store-tbl-dist-name(ws-store-tbl-cnt)
               move zeroes to ws-store-tbl-ty-s-amt(ws-store-tbl-cnt)
                              ws-store-tbl-ty-l-amt(ws-store-tbl-cnt)
                              ws-store-tbl-ty-r-amt(ws-store-tbl-cnt)
                              ws-store-tbl-ty-tax-base(ws-store-tbl-cnt)
                              ws-store-tbl-py-s-amt(ws-store-tbl-cnt)
                              ws-store-tbl-py-l-amt(ws-store-tbl-cnt)
                              ws-store-tbl-py-r-amt(ws-store-tbl-cnt)
                              ws-store-tbl-py-tax-base(ws-store-tbl-cnt)
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
      * Load The Closed Period Keys
      *
       070-load-closed-months.
           open input closed-months-file.

           if ws-closed-file-status = "35" then
      * No periods closed yet
               continue
           else
               read closed-months-file
                   at end
                       move 'y'            to ws-closed-eof-flag
               end-read
               perform 072-load-closed-loop
                   until ws-closed-eof-flag = 'y'
               close closed-months-file
           end-if.

       072-load-closed-loop.
           if ws-cls-tbl-cnt < 1000 then
               add 1                       to ws-cls-tbl-cnt
               move cls-year-month
                   to ws-cls-tbl-key(ws-cls-tbl-cnt)
           end-if.

           read closed-months-file
               at end
                   move 'y'                to ws-closed-eof-flag.
      *
      * Refuse A Year That Is Already Closed
      *
       075-check-year-locked.
           move 'n'                        to ws-year-locked-flag.

           open input closed-years-file.
           if ws-clyr-file-status = "35" then
               continue
           else
               read closed-years-file
                   at end
                       move 'y'            to ws-clyr-eof-flag
               end-read
               perform 077-check-locked-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       077-check-locked-loop.
           if cly-fiscal-year = ws-close-year then
               move 'y'                    to ws-year-locked-flag
           end-if.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Every Period Of The Year Must Be On ClosedMonths.dat - the
      * fiscal periods off the calendar, or the twelve calendar
      * months; each one still open is listed
      *
       080-check-periods-closed.
           move zero                       to ws-open-period-cnt.

           if year-on-calendar then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                       if ws-fc-tbl-year(ws-fiscal-tbl-sub) =
                           ws-close-year then
                           compute ws-period-key =
                               (ws-close-year * 100) +
                               ws-fc-tbl-period(ws-fiscal-tbl-sub)
                           perform 085-check-one-period
                       end-if
               end-perform
           else
               perform varying ws-period-sub from 1 by 1
                   until ws-period-sub > 12
                       compute ws-period-key =
                           (ws-close-year * 100) + ws-period-sub
                       perform 085-check-one-period
               end-perform
           end-if.

           if ws-open-period-cnt > 0 then
               move ws-close-year          to ws-nac-year
               move ws-open-period-cnt     to ws-nac-count
               write print-line from ws-not-all-closed-line
                   after advancing 2 line
               perform 087-list-open-periods
           end-if.

       085-check-one-period.
           move 'n'                        to ws-period-closed-flag.
           perform varying ws-cls-tbl-sub from 1 by 1
               until ws-cls-tbl-sub > ws-cls-tbl-cnt
               or period-is-closed
                   if ws-cls-tbl-key(ws-cls-tbl-sub) = ws-period-key
                       then
                       move 'y'            to ws-period-closed-flag
                   end-if
           end-perform.

           if not period-is-closed then
               add 1                       to ws-open-period-cnt
           end-if.

      * Second pass - list the open periods under the refusal line
       087-list-open-periods.
           if year-on-calendar then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                       if ws-fc-tbl-year(ws-fiscal-tbl-sub) =
                           ws-close-year then
                           compute ws-period-key =
                               (ws-close-year * 100) +
                               ws-fc-tbl-period(ws-fiscal-tbl-sub)
                           perform 088-list-if-open
                       end-if
               end-perform
           else
               perform varying ws-period-sub from 1 by 1
                   until ws-period-sub > 12
                       compute ws-period-key =
                           (ws-close-year * 100) + ws-period-sub
                       perform 088-list-if-open
               end-perform
           end-if.

       088-list-if-open.
           move 'n'                        to ws-period-closed-flag.
           perform varying ws-cls-tbl-sub from 1 by 1
               until ws-cls-tbl-sub > ws-cls-tbl-cnt
               or period-is-closed
                   if ws-cls-tbl-key(ws-cls-tbl-sub) = ws-period-key
                       then
                       move 'y'            to ws-period-closed-flag
                   end-if
           end-perform.

           if not period-is-closed then
               move ws-period-key          to ws-opl-key
               write print-line from ws-open-period-line
                   after advancing 1 line
           end-if.
      *
      * Load The Two Years' Exempt Sales By Store And Business Date
      *
       090-load-exempt-history.
           open input exempt-history-file.

           if ws-exempt-file-status = "35" then
               continue
           else
               read exempt-history-file
                   at end
                       move 'y'            to ws-exempt-eof-flag
               end-read
               perform 095-load-exempt-loop
                   until ws-exempt-eof-flag = 'y'
               close exempt-history-file
           end-if.

       095-load-exempt-loop.
           if ((exh-business-date not < ws-year-start-date) and
               (exh-business-date not > ws-year-end-date)) or
              ((exh-business-date not < ws-prior-start-date) and
               (exh-business-date not > ws-prior-end-date)) then
               move zero                   to ws-exd-match-sub
               perform varying ws-exd-tbl-sub from 1 by 1
                   until ws-exd-tbl-sub > ws-exd-tbl-cnt
                   or ws-exd-match-sub > 0
                       if (ws-exd-store(ws-exd-tbl-sub) =
                           exh-store-number) and
                          (ws-exd-date(ws-exd-tbl-sub) =
                           exh-business-date) then
                           move ws-exd-tbl-sub to ws-exd-match-sub
                       end-if
               end-perform
               if ws-exd-match-sub = 0 and ws-exd-tbl-cnt < 9000 then
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
      * Roll The Two Years' Daily History Up Into The Store Table
      *
       100-aggregate-history.
           open input store-history-file.

           if ws-history-file-status = "35" then
               continue
           else
               read store-history-file
                   at end
                       move 'y'            to ws-hist-eof-flag
               end-read
               perform 110-aggregate-one-record
                   until ws-hist-eof-flag = 'y'
               close store-history-file
           end-if.

       110-aggregate-one-record.
           move spaces                     to ws-hist-year-flag.
           if (sth-business-date not < ws-year-start-date) and
              (sth-business-date not > ws-year-end-date) then
               move 't'                    to ws-hist-year-flag
               add 1                       to ws-year-records-cnt
           else
               if (sth-business-date not < ws-prior-start-date) and
                  (sth-business-date not > ws-prior-end-date) then
                   move 'p'                to ws-hist-year-flag
               end-if
           end-if.

           if ws-hist-year-flag not = spaces then
               perform varying ws-store-tbl-sub from 1 by 1
                   until ws-store-tbl-sub > ws-store-tbl-cnt
                       if (sth-store-number =
                           ws-store-tbl-number(ws-store-tbl-sub)) then
                           perform 115-find-rate-in-force
                           perform 117-find-day-exempt
                           compute ws-day-taxable =
                               sth-s-amount + sth-l-amount
                           if ws-day-exempt > ws-day-taxable then
                               move ws-day-taxable to ws-day-exempt
                           end-if
                           subtract ws-day-exempt from ws-day-taxable
                           if hist-in-this-year then
                               perform 120-add-this-year
                           else
                               perform 125-add-prior-year
                           end-if
                       end-if
               end-perform
           end-if.

           read store-history-file
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

       120-add-this-year.
           add sth-s-amount to ws-store-tbl-ty-s-amt(ws-store-tbl-sub).
           add sth-l-amount to ws-store-tbl-ty-l-amt(ws-store-tbl-sub).
           add sth-r-amount to ws-store-tbl-ty-r-amt(ws-store-tbl-sub).
           compute ws-store-tbl-ty-tax-base(ws-store-tbl-sub) =
               ws-store-tbl-ty-tax-base(ws-store-tbl-sub) +
               (ws-day-taxable * ws-rate-in-force).

       125-add-prior-year.
           add sth-s-amount to ws-store-tbl-py-s-amt(ws-store-tbl-sub).
           add sth-l-amount to ws-store-tbl-py-l-amt(ws-store-tbl-sub).
           add sth-r-amount to ws-store-tbl-py-r-amt(ws-store-tbl-sub).
           compute ws-store-tbl-py-tax-base(ws-store-tbl-sub) =
               ws-store-tbl-py-tax-base(ws-store-tbl-sub) +
               (ws-day-taxable * ws-rate-in-force).
      *
      * Print One Store's Annual Statement, And Add The Store Into
      * Its District And The Chain
      *
       200-print-store-statement.
           compute ws-store-ty-tax rounded =
               ws-store-tbl-ty-tax-base(ws-store-tbl-sub) / 100.
           compute ws-store-py-tax rounded =
               ws-store-tbl-py-tax-base(ws-store-tbl-sub) / 100.

           move ws-store-tbl-ty-s-amt(ws-store-tbl-sub)
                                           to ws-stv-ty-s-amt.
           move ws-store-tbl-ty-l-amt(ws-store-tbl-sub)
                                           to ws-stv-ty-l-amt.
           move ws-store-tbl-ty-r-amt(ws-store-tbl-sub)
                                           to ws-stv-ty-r-amt.
           move ws-store-ty-tax            to ws-stv-ty-tax.
           move ws-store-tbl-py-s-amt(ws-store-tbl-sub)
                                           to ws-stv-py-s-amt.
           move ws-store-tbl-py-l-amt(ws-store-tbl-sub)
                                           to ws-stv-py-l-amt.
           move ws-store-tbl-py-r-amt(ws-store-tbl-sub)
                                           to ws-stv-py-r-amt.
           move ws-store-py-tax            to ws-stv-py-tax.

           move ws-store-tbl-number(ws-store-tbl-sub) to ws-sh-store.
           move ws-store-tbl-name(ws-store-tbl-sub)   to ws-sh-name.
           move ws-store-tbl-district(ws-store-tbl-sub)
                                           to ws-sh-district.
           move ws-store-tbl-dist-name(ws-store-tbl-sub)
                                           to ws-sh-dist-name.
           write print-line from ws-empty-line
               after advancing 1 line.
           write print-line from ws-statement-heading
               after advancing 1 line.
           perform 400-print-statement-body.

           perform 210-tally-district.

           add ws-stv-ty-s-amt             to ws-chn-ty-s-amt.
           add ws-stv-ty-l-amt             to ws-chn-ty-l-amt.
           add ws-stv-ty-r-amt             to ws-chn-ty-r-amt.
           add ws-stv-ty-tax               to ws-chn-ty-tax.
           add ws-stv-py-s-amt             to ws-chn-py-s-amt.
           add ws-stv-py-l-amt             to ws-chn-py-l-amt.
           add ws-stv-py-r-amt             to ws-chn-py-r-amt.
           add ws-stv-py-tax               to ws-chn-py-tax.
      *
      * Add One Store's Figures Into Its District's Slot
      *
       210-tally-district.
           move zero                       to ws-dist-match-sub.
           perform varying ws-dist-tbl-sub from 1 by 1
               until ws-dist-tbl-sub > ws-dist-tbl-cnt
               or ws-dist-match-sub > 0
                   if (ws-store-tbl-district(ws-store-tbl-sub) =
                       ws-dist-tbl-code(ws-dist-tbl-sub)) then
                       move ws-dist-tbl-sub to ws-dist-match-sub
                   end-if
           end-perform.

           if (ws-dist-match-sub = 0) and (ws-dist-tbl-cnt < 99) then
               add 1                       to ws-dist-tbl-cnt
               move ws-dist-tbl-cnt        to ws-dist-match-sub
               move ws-store-tbl-district(ws-store-tbl-sub)
                   to ws-dist-tbl-code(ws-dist-match-sub)
               move ws-store-tbl-dist-name(ws-store-tbl-sub)
                   to ws-dist-tbl-name(ws-dist-match-sub)
               move zeroes to ws-dist-tbl-ty-s-amt(ws-dist-match-sub)
                              ws-dist-tbl-ty-l-amt(ws-dist-match-sub)
                              ws-dist-tbl-ty-r-amt(ws-dist-match-sub)
                              ws-dist-tbl-ty-tax(ws-dist-match-sub)
                              ws-dist-tbl-py-s-amt(ws-dist-match-sub)
                              ws-dist-tbl-py-l-amt(ws-dist-match-sub)
                              ws-dist-tbl-py-r-amt(ws-dist-match-sub)
                              ws-dist-tbl-py-tax(ws-dist-match-sub)
           end-if.

           if ws-dist-match-sub > 0 then
               add ws-stv-ty-s-amt
                   to ws-dist-tbl-ty-s-amt(ws-dist-match-sub)
               add ws-stv-ty-l-amt
                   to ws-dist-tbl-ty-l-amt(ws-dist-match-sub)
               add ws-stv-ty-r-amt
                   to ws-dist-tbl-ty-r-amt(ws-dist-match-sub)
               add ws-stv-ty-tax
                   to ws-dist-tbl-ty-tax(ws-dist-match-sub)
               add ws-stv-py-s-amt
                   to ws-dist-tbl-py-s-amt(ws-dist-match-sub)
               add ws-stv-py-l-amt
                   to ws-dist-tbl-py-l-amt(ws-dist-match-sub)
               add ws-stv-py-r-amt
                   to ws-dist-tbl-py-r-amt(ws-dist-match-sub)
               add ws-stv-py-tax
                   to ws-dist-tbl-py-tax(ws-dist-match-sub)
           end-if.
      *
      * Print One District's Annual Statement
      *
       250-print-district-statement.
           move ws-dist-tbl-ty-s-amt(ws-dist-tbl-sub)
                                           to ws-stv-ty-s-amt.
           move ws-dist-tbl-ty-l-amt(ws-dist-tbl-sub)
                                           to ws-stv-ty-l-amt.
           move ws-dist-tbl-ty-r-amt(ws-dist-tbl-sub)
                                           to ws-stv-ty-r-amt.
           move ws-dist-tbl-ty-tax(ws-dist-tbl-sub)
                                           to ws-stv-ty-tax.
           move ws-dist-tbl-py-s-amt(ws-dist-tbl-sub)
                                           to ws-stv-py-s-amt.
           move ws-dist-tbl-py-l-amt(ws-dist-tbl-sub)
                                           to ws-stv-py-l-amt.
           move ws-dist-tbl-py-r-amt(ws-dist-tbl-sub)
                                           to ws-stv-py-r-amt.
           move ws-dist-tbl-py-tax(ws-dist-tbl-sub)
                                           to ws-stv-py-tax.

           move ws-dist-tbl-code(ws-dist-tbl-sub) to ws-dsh-district.
           move ws-dist-tbl-name(ws-dist-tbl-sub) to ws-dsh-name.
           write print-line from ws-empty-line
               after advancing 1 line.
           write print-line from ws-district-stmt-heading
               after advancing 1 line.
           perform 400-print-statement-body.
      *
      * Print The Chain's Annual Statement
      *
       280-print-chain-statement.
           move ws-chain-values            to ws-stmt-values.
           write print-line from ws-empty-line
               after advancing 1 line.
           write print-line from ws-chain-stmt-heading
               after advancing 1 line.
           perform 400-print-statement-body.
      *
      * Print The Body Of A Statement - this year against the prior
      * year, line by line, from ws-stmt-values
      *
       400-print-statement-body.
           write print-line from ws-statement-rule
               after advancing 1 line.
           write print-line from ws-column-heading
               after advancing 1 line.

           move "Sales"                    to ws-cml-label.
           move ws-stv-ty-s-amt            to ws-cmp-this-year.
           move ws-stv-py-s-amt            to ws-cmp-prior-year.
           perform 410-print-compare-line.

           move "Layaways"                 to ws-cml-label.
           move ws-stv-ty-l-amt            to ws-cmp-this-year.
           move ws-stv-py-l-amt            to ws-cmp-prior-year.
           perform 410-print-compare-line.

           move "Returns"                  to ws-cml-label.
           move ws-stv-ty-r-amt            to ws-cmp-this-year.
           move ws-stv-py-r-amt            to ws-cmp-prior-year.
           perform 410-print-compare-line.

           move "Tax owing"                to ws-cml-label.
           move ws-stv-ty-tax              to ws-cmp-this-year.
           move ws-stv-py-tax              to ws-cmp-prior-year.
           perform 410-print-compare-line.

           move "Net (S + L - R)"          to ws-cml-label.
           compute ws-cmp-this-year =
               ws-stv-ty-s-amt + ws-stv-ty-l-amt - ws-stv-ty-r-amt.
           compute ws-cmp-prior-year =
               ws-stv-py-s-amt + ws-stv-py-l-amt - ws-stv-py-r-amt.
           perform 410-print-compare-line.

       410-print-compare-line.
           compute ws-cmp-change = ws-cmp-this-year - ws-cmp-prior-year.
           move ws-cmp-this-year           to ws-cml-this-year.
           move ws-cmp-prior-year          to ws-cml-prior-year.
           move ws-cmp-change              to ws-cml-change.

      * No change percentage against a prior year of nothing
           if ws-cmp-prior-year = zero then
               move "     n/a"             to ws-cml-pct
           else
               compute ws-cmp-pct rounded =
                   (ws-cmp-change * 100) / ws-cmp-prior-year
                   on size error
                       move 99999.9        to ws-cmp-pct
               end-compute
               move ws-cmp-pct             to ws-cmp-pct-edit
               move ws-cmp-pct-edit        to ws-cml-pct
           end-if.

           write print-line from ws-compare-line
               after advancing 1 line.
      *
      * The Next Fiscal Year's Calendar - take it off the calendar
      * when it has already been keyed, generate it otherwise, then
      * validate it either way and print it
      *
       500-next-year-calendar.
           move zero                       to ws-next-tbl-cnt.
           move zero                       to ws-calendar-error-cnt.

           perform varying ws-fiscal-tbl-sub from 1 by 1
               until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                   if ws-fc-tbl-year(ws-fiscal-tbl-sub) = ws-next-year
                       then
                       move 'y'            to ws-next-on-file-flag
                       if ws-next-tbl-cnt < 13 then
                           add 1           to ws-next-tbl-cnt
                           move ws-fc-tbl-period(ws-fiscal-tbl-sub)
                               to ws-nx-tbl-period(ws-next-tbl-cnt)
                           move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                               to ws-nx-tbl-start(ws-next-tbl-cnt)
                           move ws-fc-tbl-end(ws-fiscal-tbl-sub)
                               to ws-nx-tbl-end(ws-next-tbl-cnt)
                       end-if
                   end-if
           end-perform.

           move ws-next-year               to ws-clh-year.
           if next-year-on-file then
               move "(already on the calendar)"  to ws-clh-source
           else
               move "(generated)"          to ws-clh-source
               perform 510-generate-next-year
           end-if.

           write print-line from ws-calendar-heading
               after advancing 3 line.
           write print-line from ws-statement-rule
               after advancing 1 line.
           write print-line from ws-calendar-column-heading
               after advancing 1 line.

           perform 550-validate-next-year.

           if ws-calendar-error-cnt = 0 then
               compute ws-next-weeks = ws-next-total-days / 7
               move ws-next-weeks          to ws-cwl-weeks
               write print-line from ws-calendar-weeks-line
                   after advancing 1 line
               write print-line from ws-calendar-ok-line
                   after advancing 1 line
           end-if.
      *
      * Generate The Next Year - 4-4-5 weeks a quarter from the day
      * after the closed year ends; 53 weeks when 52 would end the
      * year more than three days short of the anchor month-end
      *
       510-generate-next-year.
      * The anchor is the month-end nearest the closed year's end,
      * a year on - a year ending in the first three days of a
      * month belongs to the month before.
           move ws-year-end-date           to ws-anchor-date.
           if ws-anchor-day not > 3 then
               if ws-anchor-month = 1 then
                   move 12                 to ws-anchor-month
                   subtract 1            from ws-anchor-year
               else
                   subtract 1            from ws-anchor-month
               end-if
           end-if.
           add 1                           to ws-anchor-year.
           move ws-anchor-date             to ws-step-date.
           perform 810-set-month-length.
           move ws-month-length            to ws-anchor-day.

      * A 52-week year ends 363 days after it starts
           move ws-year-end-date           to ws-step-date.
           perform 800-next-day.
           move ws-step-date               to ws-expected-start.
           perform 800-next-day 363 times.
           move ws-step-date               to ws-end-52-date.

           move zero                       to ws-anchor-gap.
           perform 805-step-toward-anchor
               until (ws-step-date = ws-anchor-date) or
                     (ws-anchor-gap > 7).

           if (ws-step-date = ws-anchor-date) and
              (ws-anchor-gap > 3) then
               move 53                     to ws-next-weeks
           else
               move 52                     to ws-next-weeks
           end-if.

           move ws-expected-start          to ws-step-date.
           perform 520-generate-one-period
               varying ws-next-tbl-sub from 1 by 1
               until ws-next-tbl-sub > 12.
           move 12                         to ws-next-tbl-cnt.

       520-generate-one-period.
           divide ws-next-tbl-sub by 3 giving ws-quarter-quotient
               remainder ws-period-in-quarter.
           if ws-period-in-quarter = 0 then
               move 5                      to ws-period-weeks
           else
               move 4                      to ws-period-weeks
           end-if.
           if (ws-next-tbl-sub = 12) and (ws-next-weeks = 53) then
               add 1                       to ws-period-weeks
           end-if.

           move ws-next-tbl-sub  to ws-nx-tbl-period(ws-next-tbl-sub).
           move ws-step-date     to ws-nx-tbl-start(ws-next-tbl-sub).
           compute ws-day-step-cnt = (ws-period-weeks * 7) - 1.
           perform 800-next-day ws-day-step-cnt times.
           move ws-step-date     to ws-nx-tbl-end(ws-next-tbl-sub).
           perform 800-next-day.
      *
      * Validate The Next Year - twelve periods numbered 1 to 12,
      * each starting the day after the one before (period 1 the day
      * after the closed year), each 4 or 5 weeks long (period 12 may
      * carry the 53rd week), 52 or 53 weeks in all
      *
       550-validate-next-year.
           move zero                       to ws-next-total-days.
           move ws-year-end-date           to ws-step-date.
           perform 800-next-day.
           move ws-step-date               to ws-expected-start.

           if ws-next-tbl-cnt not = 12 then
               move zero                   to ws-error-period
               move "calendar does not have 12 periods"
                                           to ws-cel-text
               perform 590-report-calendar-error
           end-if.

           perform 560-validate-one-period
               varying ws-next-tbl-sub from 1 by 1
               until ws-next-tbl-sub > ws-next-tbl-cnt.

           if (ws-next-total-days not = 364) and
              (ws-next-total-days not = 371) then
               move zero                   to ws-error-period
               move "year is not 52 or 53 weeks long"
                                           to ws-cel-text
               perform 590-report-calendar-error
           end-if.

       560-validate-one-period.
           move ws-nx-tbl-period(ws-next-tbl-sub) to ws-error-period.

      * Length of the period, start and end days inclusive
           move ws-nx-tbl-start(ws-next-tbl-sub) to ws-step-date.
           move 1                          to ws-period-days.
           perform 565-count-period-day
               until (ws-step-date = ws-nx-tbl-end(ws-next-tbl-sub))
                  or (ws-period-days > 43).
           add ws-period-days              to ws-next-total-days.

           move ws-nx-tbl-period(ws-next-tbl-sub) to ws-cal-period.
           move ws-nx-tbl-start(ws-next-tbl-sub)  to ws-cal-start.
           move ws-nx-tbl-end(ws-next-tbl-sub)    to ws-cal-end.
           compute ws-period-weeks = ws-period-days / 7.
           move ws-period-weeks            to ws-cal-weeks.
           if ws-period-days = 42 then
               move "  (week 53)"          to ws-cal-week-note
           else
               move spaces                 to ws-cal-week-note
           end-if.
           write print-line from ws-calendar-line
               after advancing 1 line.

           if ws-nx-tbl-period(ws-next-tbl-sub) not = ws-next-tbl-sub
               then
               move "period out of sequence" to ws-cel-text
               perform 590-report-calendar-error
           end-if.

           if ws-nx-tbl-start(ws-next-tbl-sub) not = ws-expected-start
               then
               move "does not start the day after the last"
                                           to ws-cel-text
               perform 590-report-calendar-error
           end-if.

      * 4-4-5 - the third period of each quarter is the 5-week one
           divide ws-next-tbl-sub by 3 giving ws-quarter-quotient
               remainder ws-period-in-quarter.
           if ws-period-in-quarter = 0 then
               move 35                     to ws-period-max-days
           else
               move 28                     to ws-period-max-days
           end-if.
           if (ws-period-days not = ws-period-max-days) and
              ((ws-next-tbl-sub not = 12) or (ws-period-days not = 42))
               then
               move "not the 4-4-5 length for the period"
                                           to ws-cel-text
               perform 590-report-calendar-error
           end-if.

           move ws-nx-tbl-end(ws-next-tbl-sub) to ws-step-date.
           perform 800-next-day.
           move ws-step-date               to ws-expected-start.

       565-count-period-day.
           perform 800-next-day.
           add 1                           to ws-period-days.

       590-report-calendar-error.
           add 1                           to ws-calendar-error-cnt.
           if ws-error-period = zero then
               move "Year"                 to ws-cel-label
           else
               move "Period"               to ws-cel-label
           end-if.
           move ws-error-period            to ws-cel-period.
           write print-line from ws-calendar-error-line
               after advancing 1 line.
      *
      * Append The Generated Year To The Fiscal Calendar
      *
       600-append-next-calendar.
      * EXTEND requires the file to already exist - it does here,
      * since the closed year came off it.
           open extend fiscal-calendar-file.
           perform varying ws-next-tbl-sub from 1 by 1
               until ws-next-tbl-sub > ws-next-tbl-cnt
                   move ws-next-year       to fc-fiscal-year
                   move ws-nx-tbl-period(ws-next-tbl-sub)
                                           to fc-period-number
                   move ws-nx-tbl-start(ws-next-tbl-sub)
                                           to fc-start-date
                   move ws-nx-tbl-end(ws-next-tbl-sub)
                                           to fc-end-date
                   write fiscal-calendar-record
           end-perform.
           close fiscal-calendar-file.
      *
      * Lock The Closed Year
      *
       700-lock-closed-year.
      * EXTEND requires the file to already exist - create it empty
      * the first time a year is ever closed.
           open extend closed-years-file.
           if ws-clyr-file-status = "35" then
               open output closed-years-file
               close closed-years-file
               open extend closed-years-file
           end-if.
           move ws-close-year              to cly-fiscal-year.
           move ws-year-start-date         to cly-start-date.
           move ws-year-end-date           to cly-end-date.
           write closed-year-record.
           close closed-years-file.
      *
      * Move ws-step-date On One Day
      *
       800-next-day.
           perform 810-set-month-length.
           if ws-step-day < ws-month-length then
               add 1                       to ws-step-day
           else
               move 1                      to ws-step-day
               if ws-step-month < 12 then
                   add 1                   to ws-step-month
               else
                   move 1                  to ws-step-month
                   add 1                   to ws-step-year
               end-if
           end-if.

       805-step-toward-anchor.
           perform 800-next-day.
           add 1                           to ws-anchor-gap.
      *
      * Days In ws-step-date's Month - February has 29 in a year
      * divisible by 4, except a century year not divisible by 400
      *
       810-set-month-length.
           move ws-month-days(ws-step-month) to ws-month-length.
           if ws-step-month = 2 then
               divide ws-step-year by 4 giving ws-leap-quotient
                   remainder ws-leap-rem-4
               divide ws-step-year by 100 giving ws-leap-quotient
                   remainder ws-leap-rem-100
               divide ws-step-year by 400 giving ws-leap-quotient
                   remainder ws-leap-rem-400
               if (ws-leap-rem-4 = 0) and
                  ((ws-leap-rem-100 not = 0) or
                   (ws-leap-rem-400 = 0)) then
                   move 29                 to ws-month-length
               end-if
           end-if.

       end program program43.
