       identification division.
       program-id. program44.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Sales plan versus actual.  Head office's plan
      * for each store for each fiscal period is kept on SalesPlan.dat
      * (maintained by program9).  For the period holding the
      * run-control business date - the fiscal 4-4-5 period, or the
      * calendar month when there is no fiscal calendar - this prints
      * each store's net sales (S + L - R) from StoreHistory.dat for
      * the period to date beside its plan:
      *
      *   - the plan to date, the period's plan pro-rated by the days
      *     of the period gone (business date included);
      *   - the variance from the plan to date in dollars and percent;
      *   - a projected period-end figure at the current run rate,
      *     the actual to date spread over the whole period;
      *
      * grouped by district with district subtotals and a chain
      * total.  Stores with no plan for the period are listed with
      * their actual and kept out of the subtotals.
      *
      * PlanTracking.dat is rebuilt with one record per planned store
      * for the business date, so program28's morning digest can list
      * the stores tracking too far below plan.
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
           select sales-plan-file
               assign "../../../data/SalesPlan.dat"
               organization is line sequential
               file status is ws-plan-file-status.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select fiscal-calendar-file
               assign "../../../data/FiscalCalendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.
      *
           select plan-tracking-file
               assign "../../../data/PlanTracking.dat"
               organization is line sequential.
      *
           select print-file
               assign "../../../data/plan_vs_actual_report.out"
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
      * Sales plan - a store, the fiscal period (yyyypp) and the net
      * sales head office plans for the store in that period.
       fd sales-plan-file
           data record is sales-plan-record
           record contains 19 characters.
      *
       01 sales-plan-record.
           05 spl-store-number                 pic x(2).
           05 spl-period-key                   pic 9(6).
           05 spl-plan-amount                  pic 9(9)v99.
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
      * Plan tracking - one record per planned store for the business
      * date: the period's plan, the plan to date, the actual to date
      * (zero when returns have outrun sales), the projected
      * period-end figure, and the variance from the plan to date as
      * a percentage with its direction (- below plan, + at or above).
       fd plan-tracking-file
           data record is plan-tracking-record
           record contains 70 characters.
      *
       01 plan-tracking-record.
           05 plt-store-number                 pic x(2).
           05 plt-period-key                   pic 9(6).
           05 plt-business-date                pic 9(8).
           05 plt-plan-amount                  pic 9(9)v99.
           05 plt-plan-to-date                 pic 9(9)v99.
           05 plt-actual-to-date               pic 9(9)v99.
           05 plt-projected                    pic 9(9)v99.
           05 plt-variance-sign                pic x(1).
               88 plt-below-plan               value "-".
           05 plt-variance-pct                 pic 9(3)v9.
           05 filler                           pic x(5).
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
       77 ws-plan-file-status                  pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-hist-eof-flag                     pic x value 'n'.
       77 ws-plan-eof-flag                     pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.

      * The period holding the business date, its dates and how far
      * through it the business date is
       77 ws-runctl-yyyymmdd                   pic 9(8) value 0.
       77 ws-period-key                        pic 9(6) value 0.
       77 ws-period-start-date                 pic 9(8) value 0.
       77 ws-period-end-date                   pic 9(8) value 0.
       77 ws-period-total-days                 pic 9(3) value 0.
       77 ws-period-days-gone                  pic 9(3) value 0.

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

      * Per-store plan and actual for the period
       77 ws-store-tbl-cnt                     pic 9(3) value 0.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       77 ws-planned-store-cnt                 pic 99 value 0.
       77 ws-unplanned-store-cnt               pic 99 value 0.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-district        pic x(2).
               10 ws-store-tbl-has-plan        pic x(1).
               10 ws-store-tbl-plan            pic 9(9)v99.
               10 ws-store-tbl-actual          pic s9(9)v99.

      * District rollup - one entry per district on the store master,
      * in the order the store master first names them
       77 ws-dist-tbl-cnt                      pic 9(3) value 0.
       77 ws-dist-tbl-sub                      pic 9(3) value 0.
       77 ws-dist-match-sub                    pic 9(3) value 0.
       01 ws-district-table.
           05 ws-district-entry                occurs 99 times.
               10 ws-dist-tbl-code             pic x(2).
               10 ws-dist-tbl-name             pic x(8).
               10 ws-dist-tbl-plan             pic 9(9)v99.
               10 ws-dist-tbl-actual           pic s9(9)v99.

      * The figures for the line being printed - a store, a district
      * or the chain
       77 ws-line-plan                         pic 9(9)v99 value 0.
       77 ws-line-actual                       pic s9(9)v99 value 0.
       77 ws-line-plan-to-date                 pic 9(9)v99 value 0.
       77 ws-line-variance                     pic s9(9)v99 value 0.
       77 ws-line-projected                    pic s9(9)v99 value 0.
       77 ws-line-pct                          pic s9(5)v9 value 0.
       77 ws-line-pct-edit                     pic zzzz9.9-.
       77 ws-chain-plan                        pic 9(9)v99 value 0.
       77 ws-chain-actual                      pic s9(9)v99 value 0.

      * Date stepping - the date being moved on a day at a time
       01 ws-step-date                         pic 9(8) value 0.
       01 ws-step-date-r redefines ws-step-date.
           05 ws-step-year                     pic 9(4).
           05 ws-step-month                    pic 99.
           05 ws-step-day                      pic 99.
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
               "FINAL PROJECT - PROGRAM 44".
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
           05 filler                           pic x(28) value
               "Sales Plan Versus Actual".
           05 filler                           pic x(8) value
               "Period: ".
           05 ws-ph-period                     pic 9(6).
           05 filler                           pic x(23) value spaces.

       01 ws-period-dates-line.
           05 filler                           pic x(11) value
               "  Period : ".
           05 ws-pdl-start                     pic 9(8).
           05 filler                           pic x(4) value " to ".
           05 ws-pdl-end                       pic 9(8).
           05 filler                           pic x(19) value
               "   Business date : ".
           05 ws-pdl-business-date             pic 9(8).
           05 filler                           pic x(7) value
               "   Day ".
           05 ws-pdl-days-gone                 pic zz9.
           05 filler                           pic x(4) value " of ".
           05 ws-pdl-total-days                pic zz9.
           05 filler                           pic x(15) value spaces.

       01 ws-column-heading.
           05 filler                           pic x(8) value
               "  Store".
           05 filler                           pic x(14) value
               "  Period Plan".
           05 filler                           pic x(14) value
               " Plan To Date".
           05 filler                           pic x(15) value
               "Actual To Date".
           05 filler                           pic x(15) value
               "      Variance".
           05 filler                           pic x(9) value
               "   Var % ".
           05 filler                           pic x(15) value
               "     Projected".

       01 ws-column-rule.
           05 filler                           pic x(40) value
               "----------------------------------------".
           05 filler                           pic x(40) value
               "----------------------------------------".
           05 filler                           pic x(10) value
               "----------".

       01 ws-district-heading.
           05 filler                           pic x(9) value
               "District ".
           05 ws-dh-district                   pic x(2).
           05 filler                           pic x(1) value spaces.
           05 ws-dh-name                       pic x(8).
           05 filler                           pic x(70) value spaces.

       01 ws-plan-line.
           05 filler                           pic x(2) value spaces.
           05 ws-pvl-label                     pic x(6).
           05 ws-pvl-plan                      pic $$,$$$,$$9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-pvl-plan-to-date              pic $$,$$$,$$9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-pvl-actual                    pic $$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-pvl-variance                  pic $$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-pvl-pct                       pic x(8).
           05 filler                           pic x(1) value spaces.
           05 ws-pvl-projected                 pic $$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.

       01 ws-no-plan-line.
           05 filler                           pic x(2) value spaces.
           05 ws-npl-label                     pic x(6).
           05 filler                           pic x(28) value
               "  - no plan for this period".
           05 ws-npl-actual                    pic $$,$$$,$$9.99-.
           05 filler                           pic x(40) value spaces.

       01 ws-unplanned-line.
           05 filler                           pic x(35) value
               "Stores with no plan for period : ".
           05 ws-upl-cnt                       pic z9.
           05 filler                           pic x(53) value spaces.

       01 ws-no-plans-line.
           05 filler                           pic x(40) value
               "  No sales plan on file for the period -".
           05 filler                           pic x(50) value
               " nothing to compare.".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 055-load-fiscal-calendar.
           perform 058-find-period.
           perform 060-load-store-master.
           perform 070-load-sales-plan.
           perform 080-count-period-days.
           perform 100-aggregate-history.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.
           open output plan-tracking-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           move ws-period-key          to ws-ph-period.
           write print-line            from ws-page-heading
               after advancing 2 line.

           move ws-period-start-date   to ws-pdl-start.
           move ws-period-end-date     to ws-pdl-end.
           move ws-runctl-yyyymmdd     to ws-pdl-business-date.
           move ws-period-days-gone    to ws-pdl-days-gone.
           move ws-period-total-days   to ws-pdl-total-days.
           write print-line            from ws-period-dates-line
               after advancing 2 line.

           if ws-planned-store-cnt = 0 then
               write print-line from ws-no-plans-line
                   after advancing 2 line
           end-if.

           write print-line            from ws-column-heading
               after advancing 2 line.
           write print-line            from ws-column-rule
               after advancing 1 line.

           perform 200-print-district
               varying ws-dist-tbl-sub from 1 by 1
               until ws-dist-tbl-sub > ws-dist-tbl-cnt.

      * The chain total over every planned store
           write print-line            from ws-column-rule
               after advancing 2 line.
           move "CHAIN"                to ws-pvl-label.
           move ws-chain-plan          to ws-line-plan.
           move ws-chain-actual        to ws-line-actual.
           perform 300-print-plan-line.

           if ws-unplanned-store-cnt > 0 then
               move ws-unplanned-store-cnt to ws-upl-cnt
               write print-line from ws-unplanned-line
                   after advancing 2 line
           end-if.

           close print-file plan-tracking-file.

           goback.
      *
      * Read The Run-Control Card - its business date names the
      * period and how far through it the cycle is
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
      * No fiscal calendar on file - calendar months stand
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
      * Settle The Period Holding The Business Date - the fiscal
      * period covering it, or its calendar month
      *
       058-find-period.
           move zero                       to ws-period-key.
           if fiscal-calendar-loaded then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                       if (ws-runctl-yyyymmdd not <
                           ws-fc-tbl-start(ws-fiscal-tbl-sub)) and
                          (ws-runctl-yyyymmdd not >
                           ws-fc-tbl-end(ws-fiscal-tbl-sub)) then
                           compute ws-period-key =
                               (ws-fc-tbl-year(ws-fiscal-tbl-sub)
                                * 100)
                               + ws-fc-tbl-period(ws-fiscal-tbl-sub)
                           move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                               to ws-period-start-date
                           move ws-fc-tbl-end(ws-fiscal-tbl-sub)
                               to ws-period-end-date
                       end-if
               end-perform
           end-if.

           if ws-period-key = zero then
               move ws-runctl-yyyymmdd(1:6) to ws-period-key
               move ws-runctl-yyyymmdd     to ws-step-date
               move 1                      to ws-step-day
               move ws-step-date           to ws-period-start-date
               perform 810-set-month-length
               move ws-month-length        to ws-step-day
               move ws-step-date           to ws-period-end-date
           end-if.
      *
      * Load Store Master File into working storage, building the
      * district table as the districts are met
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
               move stm-district-code
                   to ws-store-tbl-district(ws-store-tbl-cnt)
               move 'n'
                   to ws-store-tbl-has-plan(ws-store-tbl-cnt)
               move zeroes to ws-store-tbl-plan(ws-store-tbl-cnt)
                              ws-store-tbl-actual(ws-store-tbl-cnt)

               move zero                   to ws-dist-match-sub
               perform varying ws-dist-tbl-sub from 1 by 1
                   until ws-dist-tbl-sub > ws-dist-tbl-cnt
                   or ws-dist-match-sub > 0
                       if stm-district-code =
                           ws-dist-tbl-code(ws-dist-tbl-sub) then
                           move ws-dist-tbl-sub to ws-dist-match-sub
                       end-if
               end-perform
               if (ws-dist-match-sub = 0) and
                  (ws-dist-tbl-cnt < 99) then
                   add 1                   to ws-dist-tbl-cnt
                   move stm-district-code
                       to ws-dist-tbl-code(ws-dist-tbl-cnt)
                   move stm-district-name
                       to ws-dist-tbl-name(ws-dist-tbl-cnt)
                   move zeroes to ws-dist-tbl-plan(ws-dist-tbl-cnt)
                                  ws-dist-tbl-actual(ws-dist-tbl-cnt)
               end-if
           end-if.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Load The Period's Plans Onto The Store Table - no plan file
      * yet means no store is planned
      *
       070-load-sales-plan.
           open input sales-plan-file.

           if ws-plan-file-status = "35" then
               continue
           else
               read sales-plan-file
                   at end
                       move 'y'            to ws-plan-eof-flag
               end-read
               perform 075-load-plan-loop
                   until ws-plan-eof-flag = 'y'
               close sales-plan-file
           end-if.

       075-load-plan-loop.
           if spl-period-key = ws-period-key then
               perform varying ws-store-tbl-sub from 1 by 1
                   until ws-store-tbl-sub > ws-store-tbl-cnt
                       if (spl-store-number =
                           ws-store-tbl-number(ws-store-tbl-sub)) and
                          (ws-store-tbl-has-plan(ws-store-tbl-sub) =
                           'n') then
                           move 'y' to
                               ws-store-tbl-has-plan(ws-store-tbl-sub)
                           move spl-plan-amount to
                               ws-store-tbl-plan(ws-store-tbl-sub)
                           add 1           to ws-planned-store-cnt
                       end-if
               end-perform
           end-if.

           read sales-plan-file
               at end
                   move 'y'                to ws-plan-eof-flag.
      *
      * Count The Period's Days, And The Days Gone Up To And
      * Including The Business Date
      *
       080-count-period-days.
           move ws-period-start-date       to ws-step-date.
           move 1                          to ws-period-total-days.
           move 1                          to ws-period-days-gone.
           perform 085-count-one-day
               until ws-step-date not < ws-period-end-date.

       085-count-one-day.
           perform 800-next-day.
           add 1                           to ws-period-total-days.
           if ws-step-date not > ws-runctl-yyyymmdd then
               add 1                       to ws-period-days-gone
           end-if.
      *
      * Roll The Period-To-Date Daily History Up Into The Store Table
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
           if (sth-business-date not < ws-period-start-date) and
              (sth-business-date not > ws-runctl-yyyymmdd) then
               perform varying ws-store-tbl-sub from 1 by 1
                   until ws-store-tbl-sub > ws-store-tbl-cnt
                       if sth-store-number =
                           ws-store-tbl-number(ws-store-tbl-sub) then
                           compute ws-store-tbl-actual
                               (ws-store-tbl-sub) =
                               ws-store-tbl-actual(ws-store-tbl-sub)
                               + sth-s-amount + sth-l-amount
                               - sth-r-amount
                       end-if
               end-perform
           end-if.

           read store-history-file
               at end
                   move 'y'                to ws-hist-eof-flag.
      *
      * Print One District - its stores, then its subtotal over the
      * planned stores
      *
       200-print-district.
           move ws-dist-tbl-code(ws-dist-tbl-sub) to ws-dh-district.
           move ws-dist-tbl-name(ws-dist-tbl-sub) to ws-dh-name.
           write print-line from ws-empty-line
               after advancing 1 line.
           write print-line from ws-district-heading
               after advancing 1 line.

           perform 210-print-store
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           move "  Dist"                   to ws-pvl-label.
           move ws-dist-tbl-plan(ws-dist-tbl-sub) to ws-line-plan.
           move ws-dist-tbl-actual(ws-dist-tbl-sub) to ws-line-actual.
           perform 300-print-plan-line.
      *
      * Print One Store Of The District Being Printed, Add A Planned
      * Store Into The District And Chain, And Record Its Tracking
      *
       210-print-store.
           if ws-store-tbl-district(ws-store-tbl-sub) =
               ws-dist-tbl-code(ws-dist-tbl-sub) then
               move spaces                 to ws-pvl-label
               move ws-store-tbl-number(ws-store-tbl-sub)
                   to ws-pvl-label(3:2)
               if ws-store-tbl-has-plan(ws-store-tbl-sub) = 'y' then
                   move ws-store-tbl-plan(ws-store-tbl-sub)
                       to ws-line-plan
                   move ws-store-tbl-actual(ws-store-tbl-sub)
                       to ws-line-actual
                   perform 300-print-plan-line
                   perform 400-write-tracking
                   add ws-line-plan
                       to ws-dist-tbl-plan(ws-dist-tbl-sub)
                   add ws-line-actual
                       to ws-dist-tbl-actual(ws-dist-tbl-sub)
                   add ws-line-plan        to ws-chain-plan
                   add ws-line-actual      to ws-chain-actual
               else
                   add 1                   to ws-unplanned-store-cnt
                   move ws-pvl-label       to ws-npl-label
                   move ws-store-tbl-actual(ws-store-tbl-sub)
                       to ws-npl-actual
                   write print-line from ws-no-plan-line
                       after advancing 1 line
               end-if
           end-if.
      *
      * Figure And Print One Plan Line From ws-line-plan And
      * ws-line-actual - the plan to date pro-rated by the days gone,
      * the variance from it, and the period-end at the run rate
      *
       300-print-plan-line.
           compute ws-line-plan-to-date rounded =
               (ws-line-plan * ws-period-days-gone)
               / ws-period-total-days.
           compute ws-line-variance =
               ws-line-actual - ws-line-plan-to-date.
           compute ws-line-projected rounded =
               (ws-line-actual * ws-period-total-days)
               / ws-period-days-gone.

           move ws-line-plan               to ws-pvl-plan.
           move ws-line-plan-to-date       to ws-pvl-plan-to-date.
           move ws-line-actual             to ws-pvl-actual.
           move ws-line-variance           to ws-pvl-variance.
           move ws-line-projected          to ws-pvl-projected.

      * No variance percentage against a plan to date of nothing
           if ws-line-plan-to-date = zero then
               move zero                   to ws-line-pct
               move "     n/a"             to ws-pvl-pct
           else
               compute ws-line-pct rounded =
                   (ws-line-variance * 100) / ws-line-plan-to-date
                   on size error
                       move 99999.9        to ws-line-pct
               end-compute
               move ws-line-pct            to ws-line-pct-edit
               move ws-line-pct-edit       to ws-pvl-pct
           end-if.

           write print-line from ws-plan-line
               after advancing 1 line.
      *
      * Record One Planned Store's Standing For The Morning Digest
      *
       400-write-tracking.
           move spaces                     to plan-tracking-record.
           move ws-store-tbl-number(ws-store-tbl-sub)
                                           to plt-store-number.
           move ws-period-key              to plt-period-key.
           move ws-runctl-yyyymmdd         to plt-business-date.
           move ws-line-plan               to plt-plan-amount.
           move ws-line-plan-to-date       to plt-plan-to-date.
           if ws-line-actual < zero then
               move zero                   to plt-actual-to-date
           else
               move ws-line-actual         to plt-actual-to-date
           end-if.
           if ws-line-projected < zero then
               move zero                   to plt-projected
           else
               move ws-line-projected      to plt-projected
           end-if.
           if ws-line-pct < zero then
               move "-"                    to plt-variance-sign
           else
               move "+"                    to plt-variance-sign
           end-if.
           if (ws-line-pct > 999.9) or (ws-line-pct < -999.9) then
               move 999.9                  to plt-variance-pct
           else
               move ws-line-pct            to plt-variance-pct
           end-if.
           write plan-tracking-record.
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

       end program program44.
