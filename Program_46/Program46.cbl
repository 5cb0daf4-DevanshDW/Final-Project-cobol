       identification division.
       program-id. program46.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Annual royalty summary per franchisee.  Reads
      * the permanent RoyaltyHistory.dat the month-end royalty
      * billing (program45) appends to and prints, for one fiscal
      * year, every franchisee's invoices by store and period - net
      * sales billed, royalty, advertising fund and total due - with
      * a total per franchisee and for all franchisees.
      *
      *   program46 [fiscal-year]
      *
      * Without a year on the command line the year summarised is the
      * fiscal year holding the run-control business date, or its
      * calendar year when there is no fiscal calendar.  An invoice
      * belongs to the year in the first four digits of its period
      * key.  The year-end close runs it for the year just closed.
      *
      * Return code 0, or 8 when the year given is not four digits.
      *
       environment division.
       input-output section.
       file-control.
           select royalty-history-file
               assign "../../../data/RoyaltyHistory.dat"
               organization is line sequential
               file status is ws-ryh-file-status.
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
           select print-file
               assign "../../../data/royalty_annual_summary.out"
               organization is line sequential.
      *
       data division.
       file section.
      *
      * Royalty history - every invoice billed, in program45's
      * receivables extract layout
       fd royalty-history-file
           data record is royalty-history-record
           record contains 134 characters.
      *
       01 royalty-history-record.
           05 ryh-invoice-number               pic x(10).
           05 ryh-franchisee-number            pic x(6).
           05 ryh-franchisee-name              pic x(20).
           05 ryh-store-number                 pic x(2).
           05 ryh-period-key                   pic 9(6).
           05 ryh-period-key-r redefines ryh-period-key.
               10 ryh-period-year              pic 9(4).
               10 ryh-period-no                pic 9(2).
           05 ryh-invoice-date                 pic 9(8).
           05 ryh-due-date                     pic 9(8).
           05 ryh-sales-amount                 pic 9(11)v99.
           05 ryh-matched-returns              pic 9(11)v99.
           05 ryh-net-sales                    pic s9(11)v99.
           05 ryh-royalty                      pic s9(9)v99.
           05 ryh-ad-fund                      pic s9(9)v99.
           05 ryh-total-due                    pic s9(11)v99.
      *
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 filler                           pic x(72).
      *
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
       fd print-file
           record contains 90 characters
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-ryh-file-status                   pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-fiscal-file-status                pic xx value spaces.
       77 ws-ryh-eof-flag                      pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-fiscal-eof-flag                   pic x value 'n'.

      * The year being summarised - from the command line, or the
      * fiscal year holding the run-control business date.
       77 ws-year-parm                         pic x(4) value spaces.
       77 ws-runctl-yyyymmdd                   pic 9(8) value 0.
       77 ws-summary-year                      pic 9(4) value 0.

      * The year's invoices, in franchisee + store + period order
       77 ws-inv-tbl-cnt                       pic 9(4) value 0.
       77 ws-inv-tbl-sub                       pic 9(4) value 0.
       77 ws-inv-ins-sub                       pic 9(4) value 0.
       77 ws-inv-shift-sub                     pic 9(4) value 0.
       77 ws-inv-skipped-cnt                   pic 9(4) value 0.
       01 ws-inv-table.
           05 ws-inv-entry                     occurs 1000 times.
               10 ws-inv-sort-key.
                   15 ws-inv-franchisee        pic x(6).
                   15 ws-inv-store             pic x(2).
                   15 ws-inv-period            pic 9(6).
               10 ws-inv-fr-name               pic x(20).
               10 ws-inv-number                pic x(10).
               10 ws-inv-net                   pic s9(11)v99.
               10 ws-inv-royalty               pic s9(9)v99.
               10 ws-inv-ad-fund               pic s9(9)v99.
               10 ws-inv-total                 pic s9(11)v99.
       01 ws-new-sort-key.
           05 ws-new-franchisee                pic x(6).
           05 ws-new-store                     pic x(2).
           05 ws-new-period                    pic 9(6).

      * Franchisee and all-franchisee totals
       77 ws-current-franchisee                pic x(6) value spaces.
       77 ws-fr-inv-cnt                        pic 9(4) value 0.
       77 ws-fr-net                            pic s9(11)v99 value 0.
       77 ws-fr-royalty                        pic s9(11)v99 value 0.
       77 ws-fr-ad-fund                        pic s9(11)v99 value 0.
       77 ws-fr-total                          pic s9(11)v99 value 0.
       77 ws-fr-cnt                            pic 9(4) value 0.
       77 ws-all-net                           pic s9(11)v99 value 0.
       77 ws-all-royalty                       pic s9(11)v99 value 0.
       77 ws-all-ad-fund                       pic s9(11)v99 value 0.
       77 ws-all-total                         pic s9(11)v99 value 0.

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

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 46".
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
           05 filler                           pic x(40) value
               "Annual Royalty Summary By Franchisee    ".
           05 filler                           pic x(13) value
               "Fiscal year: ".
           05 ws-ph-year                       pic 9(4).
           05 filler                           pic x(11) value spaces.

       01 ws-franchisee-line.
           05 filler                           pic x(12) value
               "Franchisee  ".
           05 ws-frl-number                    pic x(6).
           05 filler                           pic x(2) value spaces.
           05 ws-frl-name                      pic x(20).
           05 filler                           pic x(50) value spaces.

       01 ws-column-heading.
           05 filler                           pic x(26) value
               "  St   Period   Invoice   ".
           05 filler                           pic x(16) value
               "      Net Sales ".
           05 filler                           pic x(16) value
               "        Royalty ".
           05 filler                           pic x(16) value
               "        Ad Fund ".
           05 filler                           pic x(15) value
               "      Total Due".
           05 filler                           pic x(1) value spaces.

       01 ws-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-dl-store                      pic x(2).
           05 filler                           pic x(3) value spaces.
           05 ws-dl-period                     pic 9(6).
           05 filler                           pic x(3) value spaces.
           05 ws-dl-invoice                    pic x(10).
           05 ws-dl-net                        pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-dl-royalty                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-dl-ad-fund                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-dl-total                      pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.

       01 ws-total-line.
           05 filler                           pic x(2) value spaces.
           05 ws-tl-label                      pic x(24).
           05 ws-tl-net                        pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-tl-royalty                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-tl-ad-fund                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-tl-total                      pic $$$,$$$,$$9.99-.
           05 filler                           pic x(1) value spaces.

       01 ws-count-line.
           05 filler                           pic x(24) value
               "Franchisees billed    : ".
           05 ws-cnl-franchisees               pic zzz9.
           05 filler                           pic x(14) value
               "   Invoices : ".
           05 ws-cnl-invoices                  pic zzz9.
           05 filler                           pic x(44) value spaces.

       01 ws-none-line.
           05 filler                           pic x(40) value
               "  No royalty invoices on RoyaltyHistory.".
           05 filler                           pic x(50) value
               "dat for the year.".

       01 ws-overflow-line.
           05 filler                           pic x(24) value
               "  Invoices not listed : ".
           05 ws-ovl-cnt                       pic zzz9.
           05 filler                           pic x(62) value
               " - summary table full".

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
                   "PROGRAM46: usage - program46 [fiscal-year]"
                   " (four digits, e.g. 2026)" upon console
               move 8                      to return-code
               goback
           end-if.

           perform 050-read-run-control.
           perform 055-load-fiscal-calendar.
           perform 058-find-summary-year.
           perform 100-load-year-invoices.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           move ws-summary-year        to ws-ph-year.
           write print-line            from ws-page-heading
               after advancing 2 line.

           if ws-inv-tbl-cnt = 0 then
               write print-line from ws-none-line
                   after advancing 2 line
           else
               perform 200-print-invoice
                   varying ws-inv-tbl-sub from 1 by 1
                   until ws-inv-tbl-sub > ws-inv-tbl-cnt
               perform 250-print-franchisee-total
               move "All franchisees"  to ws-tl-label
               move ws-all-net         to ws-tl-net
               move ws-all-royalty     to ws-tl-royalty
               move ws-all-ad-fund     to ws-tl-ad-fund
               move ws-all-total       to ws-tl-total
               write print-line from ws-total-line
                   after advancing 2 line
           end-if.

           move ws-fr-cnt              to ws-cnl-franchisees.
           move ws-inv-tbl-cnt         to ws-cnl-invoices.
           write print-line            from ws-count-line
               after advancing 2 line.
           if ws-inv-skipped-cnt > 0 then
               move ws-inv-skipped-cnt to ws-ovl-cnt
               write print-line from ws-overflow-line
                   after advancing 1 line
           end-if.

           close print-file.
           goback.
      *
      * Read The Run-Control Card
      *
       050-read-run-control.
           open input run-control-file.

           if ws-runctl-file-status = "35" then
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
      * No fiscal calendar on file - the calendar year stands
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
      * The Year Summarised - the command-line year, or the fiscal
      * year holding the run-control date
      *
       058-find-summary-year.
           if ws-year-parm not = spaces then
               move ws-year-parm           to ws-summary-year
           else
               move ws-runctl-yyyymmdd(1:4) to ws-summary-year
               if fiscal-calendar-loaded then
                   perform varying ws-fiscal-tbl-sub from 1 by 1
                       until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                           if (ws-runctl-yyyymmdd not <
                               ws-fc-tbl-start(ws-fiscal-tbl-sub)) and
                              (ws-runctl-yyyymmdd not >
                               ws-fc-tbl-end(ws-fiscal-tbl-sub)) then
                               move ws-fc-tbl-year(ws-fiscal-tbl-sub)
                                   to ws-summary-year
                           end-if
                   end-perform
               end-if
           end-if.
      *
      * Load The Year's Invoices Off The Royalty History
      *
       100-load-year-invoices.
           open input royalty-history-file.

           if ws-ryh-file-status = "35" then
               continue
           else
               read royalty-history-file
                   at end
                       move 'y'            to ws-ryh-eof-flag
               end-read
               perform 110-load-one-invoice
                   until ws-ryh-eof-flag = 'y'
               close royalty-history-file
           end-if.

       110-load-one-invoice.
           if ryh-period-year = ws-summary-year then
               if ws-inv-tbl-cnt < 1000 then
                   perform 120-insert-invoice
               else
                   add 1                   to ws-inv-skipped-cnt
               end-if
           end-if.

           read royalty-history-file
               at end
                   move 'y'                to ws-ryh-eof-flag.
      *
      * Insert The Invoice Ahead Of The First Entry With A Higher
      * Franchisee + Store + Period
      *
       120-insert-invoice.
           move ryh-franchisee-number      to ws-new-franchisee.
           move ryh-store-number           to ws-new-store.
           move ryh-period-key             to ws-new-period.
           move ws-inv-tbl-cnt             to ws-inv-ins-sub.
           add 1                           to ws-inv-ins-sub.

           perform varying ws-inv-tbl-sub from 1 by 1
               until ws-inv-tbl-sub > ws-inv-tbl-cnt
                   if (ws-inv-ins-sub > ws-inv-tbl-cnt) and
                      (ws-inv-sort-key(ws-inv-tbl-sub) >
                       ws-new-sort-key) then
                       move ws-inv-tbl-sub to ws-inv-ins-sub
                   end-if
           end-perform.

           perform varying ws-inv-shift-sub from ws-inv-tbl-cnt by -1
               until ws-inv-shift-sub < ws-inv-ins-sub
                   move ws-inv-entry(ws-inv-shift-sub)
                       to ws-inv-entry(ws-inv-shift-sub + 1)
           end-perform.

           add 1                           to ws-inv-tbl-cnt.
           move ws-new-sort-key  to ws-inv-sort-key(ws-inv-ins-sub).
           move ryh-franchisee-name
               to ws-inv-fr-name(ws-inv-ins-sub).
           move ryh-invoice-number to ws-inv-number(ws-inv-ins-sub).
           move ryh-net-sales      to ws-inv-net(ws-inv-ins-sub).
           move ryh-royalty        to ws-inv-royalty(ws-inv-ins-sub).
           move ryh-ad-fund        to ws-inv-ad-fund(ws-inv-ins-sub).
           move ryh-total-due      to ws-inv-total(ws-inv-ins-sub).
      *
      * Print One Invoice Line, Closing Off The Previous Franchisee
      * When This One Starts A New One
      *
       200-print-invoice.
           if ws-inv-franchisee(ws-inv-tbl-sub) not =
               ws-current-franchisee then
               if ws-fr-inv-cnt > 0 then
                   perform 250-print-franchisee-total
               end-if
               move ws-inv-franchisee(ws-inv-tbl-sub)
                                           to ws-current-franchisee
               add 1                       to ws-fr-cnt
               move ws-inv-franchisee(ws-inv-tbl-sub)
                                           to ws-frl-number
               move ws-inv-fr-name(ws-inv-tbl-sub) to ws-frl-name
               write print-line from ws-empty-line
                   after advancing 1 line
               write print-line from ws-franchisee-line
                   after advancing 1 line
               write print-line from ws-column-heading
                   after advancing 1 line
           end-if.

           move ws-inv-store(ws-inv-tbl-sub)   to ws-dl-store.
           move ws-inv-period(ws-inv-tbl-sub)  to ws-dl-period.
           move ws-inv-number(ws-inv-tbl-sub)  to ws-dl-invoice.
           move ws-inv-net(ws-inv-tbl-sub)     to ws-dl-net.
           move ws-inv-royalty(ws-inv-tbl-sub) to ws-dl-royalty.
           move ws-inv-ad-fund(ws-inv-tbl-sub) to ws-dl-ad-fund.
           move ws-inv-total(ws-inv-tbl-sub)   to ws-dl-total.
           write print-line from ws-detail-line
               after advancing 1 line.

           add 1                               to ws-fr-inv-cnt.
           add ws-inv-net(ws-inv-tbl-sub)      to ws-fr-net.
           add ws-inv-royalty(ws-inv-tbl-sub)  to ws-fr-royalty.
           add ws-inv-ad-fund(ws-inv-tbl-sub)  to ws-fr-ad-fund.
           add ws-inv-total(ws-inv-tbl-sub)    to ws-fr-total.
      *
      * Print The Franchisee's Year Total And Roll It Into The Total
      * For All Franchisees
      *
       250-print-franchisee-total.
           move "Franchisee total"         to ws-tl-label.
           move ws-fr-net                  to ws-tl-net.
           move ws-fr-royalty              to ws-tl-royalty.
           move ws-fr-ad-fund              to ws-tl-ad-fund.
           move ws-fr-total                to ws-tl-total.
           write print-line from ws-total-line
               after advancing 1 line.

           add ws-fr-net                   to ws-all-net.
           add ws-fr-royalty               to ws-all-royalty.
           add ws-fr-ad-fund               to ws-all-ad-fund.
           add ws-fr-total                 to ws-all-total.
           move zeroes to ws-fr-inv-cnt ws-fr-net ws-fr-royalty
                          ws-fr-ad-fund ws-fr-total.

       end program program46.
