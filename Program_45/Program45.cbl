       identification division.
       program-id. program45.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Franchise royalty and advertising-fund billing.
      * Run by the month-end close after the period is closed, this
      * prints a royalty invoice for every franchised store for the
      * closed period - the fiscal 4-4-5 period holding the
      * run-control date, or its calendar month when there is no
      * fiscal calendar - and writes the receivables extract
      * accounting loads.
      *
      * A store is franchised on the days its FranchiseTerms.dat
      * entry in force (the latest effective on or before the day,
      * maintained by program9) is type F; a store with no terms is
      * corporate and is not billed.  Royalty and ad fund are charged
      * on net sales: the day's sales and layaways from
      * StoreHistory.dat less the returns matched to an originating
      * sale from MatchedReturnsHistory.dat - the same matched returns
      * that earn a tax credit on the remittance return.  The invoice
      * shows the calculation, one block per set of terms in force
      * when the terms changed inside the period, each rounded once.
      *
      * The invoice is dated the last day of the period and falls due
      * 30 days later.  Every invoice is also appended to the
      * permanent RoyaltyHistory.dat, which program46's annual
      * royalty summary reads; a period already on the history is
      * reprinted but not appended again.
      *
      * Receivables extract layout (RoyaltyReceivables.dat and
      * RoyaltyHistory.dat, 134 chars):
      *   invoice number x(10) (RY + period key + store), franchisee
      *   number x(6), franchisee name x(20), store x(2), period key
      *   9(6), invoice date 9(8), due date 9(8), sales and layaways
      *   9(11)v99, matched returns 9(11)v99, net sales s9(11)v99,
      *   royalty s9(9)v99, ad fund s9(9)v99, total due s9(11)v99
      *
       environment division.
       input-output section.
       file-control.
           select store-history-file
               assign "../../../data/StoreHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select matched-history-file
               assign "../../../data/MatchedReturnsHistory.dat"
               organization is line sequential
               file status is ws-mhist-file-status.
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
           select fiscal-calendar-file
               assign "../../../data/FiscalCalendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.
      *
           select franchise-terms-file
               assign "../../../data/FranchiseTerms.dat"
               organization is line sequential
               file status is ws-frt-file-status.
      *
           select receivables-file
               assign "../../../data/RoyaltyReceivables.dat"
               organization is line sequential.
      *
           select royalty-history-file
               assign "../../../data/RoyaltyHistory.dat"
               organization is line sequential
               file status is ws-ryh-file-status.
      *
           select print-file
               assign "../../../data/royalty_invoices.out"
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
       fd matched-history-file
           data record is matched-history-record
           record contains 26 characters.
      *
       01 matched-history-record.
           05 mrh-business-date                pic 9(8).
           05 mrh-store-number                 pic x(2).
           05 mrh-matched-count                pic 9(5).
           05 mrh-matched-amount               pic 9(9)v99.
      *
       fd store-master-file
           data record is store-master-record
           record contains 36 characters.
      *
       01 store-master-record.
           05 stm-store-number                 pic x(2).
           05 stm-store-name                   pic x(20).
           05 filler                           pic x(14).
      *
      * Run-control parameter card - its business date names the
      * period being billed, the same date the close used.
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
      * Franchise terms - a store, the date the terms took effect,
      * C corporate or F franchised, the royalty and advertising-fund
      * percentages and the franchisee billed.
       fd franchise-terms-file
           data record is franchise-terms-record
           record contains 45 characters.
      *
       01 franchise-terms-record.
           05 frt-store-number                 pic x(2).
           05 frt-effective-date               pic 9(8).
           05 frt-store-type                   pic x(1).
           05 frt-royalty-pct                  pic 9(2)v99.
           05 frt-ad-fund-pct                  pic 9(2)v99.
           05 frt-franchisee-number            pic x(6).
           05 frt-franchisee-name              pic x(20).
      *
       fd receivables-file
           data record is receivables-record
           record contains 134 characters.
      *
       01 receivables-record.
           05 rcv-invoice-number               pic x(10).
           05 rcv-franchisee-number            pic x(6).
           05 rcv-franchisee-name              pic x(20).
           05 rcv-store-number                 pic x(2).
           05 rcv-period-key                   pic 9(6).
           05 rcv-invoice-date                 pic 9(8).
           05 rcv-due-date                     pic 9(8).
           05 rcv-sales-amount                 pic 9(11)v99.
           05 rcv-matched-returns              pic 9(11)v99.
           05 rcv-net-sales                    pic s9(11)v99.
           05 rcv-royalty                      pic s9(9)v99.
           05 rcv-ad-fund                      pic s9(9)v99.
           05 rcv-total-due                    pic s9(11)v99.
      *
      * Royalty history - every invoice billed, in the receivables
      * extract layout
       fd royalty-history-file
           data record is royalty-history-record
           record contains 134 characters.
      *
       01 royalty-history-record.
           05 ryh-invoice-number               pic x(10).
           05 filler                           pic x(28).
           05 ryh-period-key                   pic 9(6).
           05 filler                           pic x(90).
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
       77 ws-mhist-file-status                 pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-frt-file-status                   pic xx value spaces.
       77 ws-ryh-file-status                   pic xx value spaces.
       77 ws-hist-eof-flag                     pic x value 'n'.
       77 ws-mhist-eof-flag                    pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-frt-eof-flag                      pic x value 'n'.
       77 ws-ryh-eof-flag                      pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-already-billed-flag               pic x value 'n'.
           88 period-already-billed            value 'y'.

      * The period being billed and its dates
       01 ws-close-yyyymmdd                    pic 9(8) value 0.
       01 ws-close-yyyymmdd-r
           redefines ws-close-yyyymmdd.
           05 ws-close-year-month              pic 9(6).
           05 filler                           pic 99.
       77 ws-close-period-key                  pic 9(6) value 0.
       77 ws-period-start-date                 pic 9(8) value 0.
       77 ws-period-end-date                   pic 9(8) value 0.
       77 ws-period-found-flag                 pic x value 'n'.
           88 close-period-found               value 'y'.
       77 ws-due-date                          pic 9(8) value 0.
       77 ws-due-day-cnt                       pic 99 value 0.
       77 ws-day-in-period-flag                pic x value 'n'.
           88 day-in-period                    value 'y'.

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

      * Store table
       77 ws-store-tbl-cnt                     pic 9(3) value 0.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).

      * Franchise terms table - the terms in force for a store on a
      * day are its entry with the latest effective date on or
      * before it
       77 ws-frt-tbl-cnt                       pic 9(4) value 0.
       77 ws-frt-tbl-sub                       pic 9(4) value 0.
       77 ws-terms-found-flag                  pic x value 'n'.
           88 terms-found                      value 'y'.
       77 ws-terms-store                       pic x(2) value spaces.
       77 ws-terms-as-of-date                  pic 9(8) value 0.
       77 ws-terms-sub                         pic 9(4) value 0.
       01 ws-frt-table.
           05 ws-frt-entry                     occurs 500 times.
               10 ws-frt-tbl-store             pic x(2).
               10 ws-frt-tbl-effective         pic 9(8).
               10 ws-frt-tbl-type              pic x(1).
               10 ws-frt-tbl-royalty           pic 9(2)v99.
               10 ws-frt-tbl-ad-fund           pic 9(2)v99.
               10 ws-frt-tbl-franchisee        pic x(6).
               10 ws-frt-tbl-fr-name           pic x(20).

      * Billing segments - one per store and set of franchised terms
      * in force during the period, in store + effective-date order
       77 ws-seg-tbl-cnt                       pic 9(3) value 0.
       77 ws-seg-tbl-sub                       pic 9(3) value 0.
       77 ws-seg-match-sub                     pic 9(3) value 0.
       77 ws-seg-shift-sub                     pic 9(3) value 0.
       77 ws-seg-last-sub                      pic 9(3) value 0.
       01 ws-seg-table.
           05 ws-seg-entry                     occurs 200 times.
               10 ws-seg-store                 pic x(2).
               10 ws-seg-effective             pic 9(8).
               10 ws-seg-royalty-pct           pic 9(2)v99.
               10 ws-seg-ad-fund-pct           pic 9(2)v99.
               10 ws-seg-franchisee            pic x(6).
               10 ws-seg-fr-name               pic x(20).
               10 ws-seg-first-date            pic 9(8).
               10 ws-seg-last-date             pic 9(8).
               10 ws-seg-sales                 pic 9(11)v99.
               10 ws-seg-returns               pic 9(11)v99.

      * One invoice's figures
       77 ws-seg-net                           pic s9(11)v99 value 0.
       77 ws-seg-royalty                       pic s9(9)v99 value 0.
       77 ws-seg-ad-fund                       pic s9(9)v99 value 0.
       77 ws-inv-seg-cnt                       pic 9(3) value 0.
       77 ws-inv-sales                         pic 9(11)v99 value 0.
       77 ws-inv-returns                       pic 9(11)v99 value 0.
       77 ws-inv-net                           pic s9(11)v99 value 0.
       77 ws-inv-royalty                       pic s9(9)v99 value 0.
       77 ws-inv-ad-fund                       pic s9(9)v99 value 0.
       77 ws-inv-total                         pic s9(11)v99 value 0.
       77 ws-inv-cnt                           pic 9(3) value 0.
       77 ws-grand-royalty                     pic s9(11)v99 value 0.
       77 ws-grand-ad-fund                     pic s9(11)v99 value 0.
       77 ws-grand-total                       pic s9(11)v99 value 0.
       01 ws-invoice-number.
           05 filler                           pic x(2) value "RY".
           05 ws-inv-no-period                 pic 9(6).
           05 ws-inv-no-store                  pic x(2).

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
               "FINAL PROJECT - PROGRAM 45".
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
               "Franchise Royalty Invoices".
           05 filler                           pic x(8) value
               "Period: ".
           05 ws-ph-period                     pic 9(6).
           05 filler                           pic x(23) value spaces.

       01 ws-invoice-rule.
           05 filler                           pic x(40) value
               "========================================".
           05 filler                           pic x(40) value
               "========================================".
           05 filler                           pic x(10) value spaces.

       01 ws-invoice-heading.
           05 filler                           pic x(18) value
               "ROYALTY INVOICE   ".
           05 ws-ivh-number                    pic x(10).
           05 filler                           pic x(17) value
               "   Invoice date  ".
           05 ws-ivh-date                      pic 9(8).
           05 filler                           pic x(12) value
               "   Due date ".
           05 ws-ivh-due                       pic 9(8).
           05 filler                           pic x(17) value spaces.

       01 ws-invoice-billed-line.
           05 filler                           pic x(18) value
               "Franchisee        ".
           05 ws-ibl-franchisee                pic x(6).
           05 filler                           pic x(2) value spaces.
           05 ws-ibl-fr-name                   pic x(20).
           05 filler                           pic x(10) value
               "   Store  ".
           05 ws-ibl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-ibl-store-name                pic x(20).
           05 filler                           pic x(10) value spaces.

       01 ws-invoice-period-line.
           05 filler                           pic x(18) value
               "Period            ".
           05 ws-ipl-period                    pic 9(6).
           05 filler                           pic x(4) value spaces.
           05 ws-ipl-start                     pic 9(8).
           05 filler                           pic x(4) value " to ".
           05 ws-ipl-end                       pic 9(8).
           05 filler                           pic x(42) value spaces.

       01 ws-terms-line.
           05 filler                           pic x(24) value
               "  Terms effective       ".
           05 ws-tml-effective                 pic 9(8).
           05 filler                           pic x(16) value
               "   billed days  ".
           05 ws-tml-first                     pic 9(8).
           05 filler                           pic x(4) value " to ".
           05 ws-tml-last                      pic 9(8).
           05 filler                           pic x(22) value spaces.

       01 ws-calc-line.
           05 filler                           pic x(4) value spaces.
           05 ws-cll-label                     pic x(24).
           05 ws-cll-rate                      pic z9.99
                                               blank when zero.
           05 ws-cll-pct                       pic x(1).
           05 filler                           pic x(26) value spaces.
           05 ws-cll-amount                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(15) value spaces.

       01 ws-total-line.
           05 filler                           pic x(2) value spaces.
           05 ws-ttl-label                     pic x(58).
           05 ws-ttl-amount                    pic $$$,$$$,$$9.99-.
           05 filler                           pic x(15) value spaces.

       01 ws-calc-rule.
           05 filler                           pic x(60) value spaces.
           05 filler                           pic x(15) value
               "---------------".
           05 filler                           pic x(15) value spaces.

       01 ws-grand-line.
           05 filler                           pic x(24) value
               "Invoices billed       : ".
           05 ws-gnl-cnt                       pic zz9.
           05 filler                           pic x(13) value
               "   Royalty : ".
           05 ws-gnl-royalty                   pic $$$,$$$,$$9.99-.
           05 filler                           pic x(13) value
               "   Ad fund : ".
           05 ws-gnl-ad-fund                   pic $$$,$$$,$$9.99-.
           05 filler                           pic x(7) value spaces.

       01 ws-grand-due-line.
           05 filler                           pic x(24) value
               "Total billed          : ".
           05 ws-gdl-total                     pic $$$,$$$,$$9.99-.
           05 filler                           pic x(51) value spaces.

       01 ws-none-billed-line.
           05 filler                           pic x(40) value
               "  No franchised store traded in the peri".
           05 filler                           pic x(50) value
               "od - nothing billed.".

       01 ws-already-billed-line.
           05 filler                           pic x(45) value
               "  Period already on RoyaltyHistory.dat - invo".
           05 filler                           pic x(45) value
               "ices reprinted, not appended again.".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 055-load-fiscal-calendar.
           perform 058-find-close-period.
           perform 060-load-store-master.
           perform 070-load-franchise-terms.
           perform 080-check-already-billed.
           perform 090-find-due-date.

           perform 100-aggregate-period-history.
           perform 110-aggregate-matched-returns.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output receivables-file, print-file.
           if not period-already-billed then
               open extend royalty-history-file
               if ws-ryh-file-status = "35" then
                   open output royalty-history-file
               end-if
           end-if.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           move ws-close-period-key    to ws-ph-period.
           write print-line            from ws-page-heading
               after advancing 2 line.

           if period-already-billed then
               write print-line from ws-already-billed-line
                   after advancing 2 line
           end-if.

           perform 200-write-store-invoice
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           if ws-inv-cnt = 0 then
               write print-line from ws-none-billed-line
                   after advancing 2 line
           end-if.

           move ws-inv-cnt             to ws-gnl-cnt.
           move ws-grand-royalty       to ws-gnl-royalty.
           move ws-grand-ad-fund       to ws-gnl-ad-fund.
           write print-line            from ws-grand-line
               after advancing 2 line.
           move ws-grand-total         to ws-gdl-total.
           write print-line            from ws-grand-due-line
               after advancing 1 line.

           close receivables-file print-file.
           if not period-already-billed then
               close royalty-history-file
           end-if.
           goback.
      *
      * Read The Run-Control Card - its business date names the
      * period being billed
      *
       050-read-run-control.
           open input run-control-file.

           if ws-runctl-file-status = "35" then
               accept ws-close-yyyymmdd from date yyyymmdd
           else
               read run-control-file
                   at end
                       move 'y'            to ws-runctl-eof-flag
               end-read
               if (ws-runctl-eof-flag not = 'y') and
                  (rc-business-date is numeric) and
                  (rc-business-date > zero) then
                   move rc-business-date   to ws-close-yyyymmdd
               else
                   accept ws-close-yyyymmdd from date yyyymmdd
               end-if
               close run-control-file
           end-if.
      *
      * Load The Fiscal 4-4-5 Calendar Into The Table
      *
       055-load-fiscal-calendar.
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
      * Find The Period Being Billed - the fiscal period covering the
      * run-control date, or its calendar month
      *
       058-find-close-period.
           move 'n'                        to ws-period-found-flag.
           move ws-close-year-month        to ws-close-period-key.

           if fiscal-calendar-loaded then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                   or close-period-found
                       if (ws-close-yyyymmdd not <
                           ws-fc-tbl-start(ws-fiscal-tbl-sub)) and
                          (ws-close-yyyymmdd not >
                           ws-fc-tbl-end(ws-fiscal-tbl-sub)) then
                           move 'y'        to ws-period-found-flag
                           move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                               to ws-period-start-date
                           move ws-fc-tbl-end(ws-fiscal-tbl-sub)
                               to ws-period-end-date
                           compute ws-close-period-key =
                               (ws-fc-tbl-year(ws-fiscal-tbl-sub)
                                * 100) +
                               ws-fc-tbl-period(ws-fiscal-tbl-sub)
                       end-if
               end-perform
           end-if.

           if not close-period-found then
               move ws-close-yyyymmdd      to ws-step-date
               move 1                      to ws-step-day
               move ws-step-date           to ws-period-start-date
               perform 810-set-month-length
               move ws-month-length        to ws-step-day
               move ws-step-date           to ws-period-end-date
           end-if.
      *
      * Load Store Master File into working storage
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
           end-if.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Load The Franchise Terms - none on file means every store is
      * corporate and nothing is billed
      *
       070-load-franchise-terms.
           open input franchise-terms-file.

           if ws-frt-file-status = "35" then
               continue
           else
               read franchise-terms-file
                   at end
                       move 'y'            to ws-frt-eof-flag
               end-read
               perform 075-load-terms-loop
                   until ws-frt-eof-flag = 'y'
               close franchise-terms-file
           end-if.

       075-load-terms-loop.
           if ws-frt-tbl-cnt < 500 then
               add 1                       to ws-frt-tbl-cnt
               move frt-store-number
                   to ws-frt-tbl-store(ws-frt-tbl-cnt)
               move frt-effective-date
                   to ws-frt-tbl-effective(ws-frt-tbl-cnt)
               move frt-store-type
                   to ws-frt-tbl-type(ws-frt-tbl-cnt)
               move frt-royalty-pct
                   to ws-frt-tbl-royalty(ws-frt-tbl-cnt)
               move frt-ad-fund-pct
                   to ws-frt-tbl-ad-fund(ws-frt-tbl-cnt)
               move frt-franchisee-number
                   to ws-frt-tbl-franchisee(ws-frt-tbl-cnt)
               move frt-franchisee-name
                   to ws-frt-tbl-fr-name(ws-frt-tbl-cnt)
           end-if.

           read franchise-terms-file
               at end
                   move 'y'                to ws-frt-eof-flag.
      *
      * Has This Period Been Billed Onto The Royalty History Already
      *
       080-check-already-billed.
           open input royalty-history-file.

           if ws-ryh-file-status = "35" then
               continue
           else
               read royalty-history-file
                   at end
                       move 'y'            to ws-ryh-eof-flag
               end-read
               perform 085-check-billed-loop
                   until ws-ryh-eof-flag = 'y'
               close royalty-history-file
           end-if.

       085-check-billed-loop.
           if ryh-period-key = ws-close-period-key then
               move 'y'                    to ws-already-billed-flag
           end-if.

           read royalty-history-file
               at end
                   move 'y'                to ws-ryh-eof-flag.
      *
      * The Due Date - 30 days after the invoice date, the last day
      * of the period
      *
       090-find-due-date.
           move ws-period-end-date         to ws-step-date.
           perform 800-next-day
               varying ws-due-day-cnt from 1 by 1
               until ws-due-day-cnt > 30.
           move ws-step-date               to ws-due-date.
      *
      * Roll The Period's Franchised Sales And Layaways Into The
      * Billing Segments
      *
       100-aggregate-period-history.
           open input store-history-file.

           if ws-history-file-status = "35" then
               continue
           else
               read store-history-file
                   at end
                       move 'y'            to ws-hist-eof-flag
               end-read
               perform 105-aggregate-one-record
                   until ws-hist-eof-flag = 'y'
               close store-history-file
           end-if.

       105-aggregate-one-record.
           if (sth-business-date not < ws-period-start-date) and
              (sth-business-date not > ws-period-end-date) then
               move sth-store-number       to ws-terms-store
               move sth-business-date      to ws-terms-as-of-date
               perform 120-find-terms-in-force
               if terms-found then
                   perform 125-find-segment
                   if ws-seg-match-sub > 0 then
                       compute ws-seg-sales(ws-seg-match-sub) =
                           ws-seg-sales(ws-seg-match-sub)
                           + sth-s-amount + sth-l-amount
                   end-if
               end-if
           end-if.

           read store-history-file
               at end
                   move 'y'                to ws-hist-eof-flag.
      *
      * Take The Period's Matched Returns Off The Franchised Sales,
      * Under The Terms In Force On The Day Of The Return
      *
       110-aggregate-matched-returns.
           open input matched-history-file.

           if ws-mhist-file-status = "35" then
               continue
           else
               read matched-history-file
                   at end
                       move 'y'            to ws-mhist-eof-flag
               end-read
               perform 115-return-one-record
                   until ws-mhist-eof-flag = 'y'
               close matched-history-file
           end-if.

       115-return-one-record.
           if (mrh-business-date not < ws-period-start-date) and
              (mrh-business-date not > ws-period-end-date) then
               move mrh-store-number       to ws-terms-store
               move mrh-business-date      to ws-terms-as-of-date
               perform 120-find-terms-in-force
               if terms-found then
                   perform 125-find-segment
                   if ws-seg-match-sub > 0 then
                       add mrh-matched-amount
                           to ws-seg-returns(ws-seg-match-sub)
                   end-if
               end-if
           end-if.

           read matched-history-file
               at end
                   move 'y'                to ws-mhist-eof-flag.
      *
      * Find The Franchised Terms In Force For ws-terms-store On
      * ws-terms-as-of-date - none found, or corporate terms in
      * force, leaves terms-found off
      *
       120-find-terms-in-force.
           move 'n'                        to ws-terms-found-flag.
           move zero                       to ws-terms-sub.

           perform varying ws-frt-tbl-sub from 1 by 1
               until ws-frt-tbl-sub > ws-frt-tbl-cnt
                   if (ws-terms-store =
                       ws-frt-tbl-store(ws-frt-tbl-sub)) and
                      (ws-frt-tbl-effective(ws-frt-tbl-sub) not >
                       ws-terms-as-of-date) then
                       if ws-terms-sub = 0 then
                           move ws-frt-tbl-sub to ws-terms-sub
                       else
                           if ws-frt-tbl-effective(ws-frt-tbl-sub) >
                              ws-frt-tbl-effective(ws-terms-sub) then
                               move ws-frt-tbl-sub to ws-terms-sub
                           end-if
                       end-if
                   end-if
           end-perform.

           if ws-terms-sub > 0 then
               if ws-frt-tbl-type(ws-terms-sub) = "F" then
                   move 'y'                to ws-terms-found-flag
               end-if
           end-if.
      *
      * Find (Or Open) The Segment For The Store And Terms Just
      * Found, widening its date range to take in the day.  A new
      * segment is inserted in store + effective-date order.
      *
       125-find-segment.
           move zero                       to ws-seg-match-sub.

           perform varying ws-seg-tbl-sub from 1 by 1
               until ws-seg-tbl-sub > ws-seg-tbl-cnt
                   if (ws-seg-store(ws-seg-tbl-sub) = ws-terms-store)
                      and (ws-seg-effective(ws-seg-tbl-sub) =
                           ws-frt-tbl-effective(ws-terms-sub)) then
                       move ws-seg-tbl-sub to ws-seg-match-sub
                   end-if
           end-perform.

           if (ws-seg-match-sub = 0) and (ws-seg-tbl-cnt < 200) then
               perform 126-insert-segment
           end-if.

           if ws-seg-match-sub > 0 then
               if ws-terms-as-of-date <
                  ws-seg-first-date(ws-seg-match-sub) then
                   move ws-terms-as-of-date
                       to ws-seg-first-date(ws-seg-match-sub)
               end-if
               if ws-terms-as-of-date >
                  ws-seg-last-date(ws-seg-match-sub) then
                   move ws-terms-as-of-date
                       to ws-seg-last-date(ws-seg-match-sub)
               end-if
           end-if.

       126-insert-segment.
      * The new entry goes ahead of the first entry with a higher
      * store + effective date; everything from there moves up one.
           move ws-seg-tbl-cnt             to ws-seg-match-sub.
           add 1                           to ws-seg-match-sub.

           perform varying ws-seg-tbl-sub from 1 by 1
               until ws-seg-tbl-sub > ws-seg-tbl-cnt
                   if (ws-seg-match-sub > ws-seg-tbl-cnt) and
                      ((ws-seg-store(ws-seg-tbl-sub) > ws-terms-store)
                       or
                       ((ws-seg-store(ws-seg-tbl-sub) = ws-terms-store)
                        and (ws-seg-effective(ws-seg-tbl-sub) >
                             ws-frt-tbl-effective(ws-terms-sub))))
                   then
                       move ws-seg-tbl-sub to ws-seg-match-sub
                   end-if
           end-perform.

           perform varying ws-seg-shift-sub from ws-seg-tbl-cnt by -1
               until ws-seg-shift-sub < ws-seg-match-sub
                   move ws-seg-entry(ws-seg-shift-sub)
                       to ws-seg-entry(ws-seg-shift-sub + 1)
           end-perform.

           add 1                           to ws-seg-tbl-cnt.
           move ws-terms-store       to ws-seg-store(ws-seg-match-sub).
           move ws-frt-tbl-effective(ws-terms-sub)
               to ws-seg-effective(ws-seg-match-sub).
           move ws-frt-tbl-royalty(ws-terms-sub)
               to ws-seg-royalty-pct(ws-seg-match-sub).
           move ws-frt-tbl-ad-fund(ws-terms-sub)
               to ws-seg-ad-fund-pct(ws-seg-match-sub).
           move ws-frt-tbl-franchisee(ws-terms-sub)
               to ws-seg-franchisee(ws-seg-match-sub).
           move ws-frt-tbl-fr-name(ws-terms-sub)
               to ws-seg-fr-name(ws-seg-match-sub).
           move ws-terms-as-of-date
               to ws-seg-first-date(ws-seg-match-sub).
           move ws-terms-as-of-date
               to ws-seg-last-date(ws-seg-match-sub).
           move zeroes to ws-seg-sales(ws-seg-match-sub)
                          ws-seg-returns(ws-seg-match-sub).
      *
      * Print One Franchised Store's Invoice And Write Its Extract
      * Record - stores with no franchised trading are not billed
      *
       200-write-store-invoice.
           move zero                       to ws-inv-seg-cnt.
           move zero                       to ws-seg-last-sub.
           perform varying ws-seg-tbl-sub from 1 by 1
               until ws-seg-tbl-sub > ws-seg-tbl-cnt
                   if ws-seg-store(ws-seg-tbl-sub) =
                       ws-store-tbl-number(ws-store-tbl-sub) then
                       add 1               to ws-inv-seg-cnt
                       move ws-seg-tbl-sub to ws-seg-last-sub
                   end-if
           end-perform.

           if ws-inv-seg-cnt = 0 then
               continue
           else
               add 1                       to ws-inv-cnt
               move zeroes to ws-inv-sales ws-inv-returns ws-inv-net
                              ws-inv-royalty ws-inv-ad-fund
                              ws-inv-total
               move ws-close-period-key    to ws-inv-no-period
               move ws-store-tbl-number(ws-store-tbl-sub)
                                           to ws-inv-no-store

               write print-line from ws-empty-line
                   after advancing 1 line
               write print-line from ws-invoice-rule
                   after advancing 1 line
               move ws-invoice-number      to ws-ivh-number
               move ws-period-end-date     to ws-ivh-date
               move ws-due-date            to ws-ivh-due
               write print-line from ws-invoice-heading
                   after advancing 1 line
      * The franchisee billed is the one on the latest terms in
      * force in the period
               move ws-seg-franchisee(ws-seg-last-sub)
                                           to ws-ibl-franchisee
               move ws-seg-fr-name(ws-seg-last-sub)
                                           to ws-ibl-fr-name
               move ws-store-tbl-number(ws-store-tbl-sub)
                                           to ws-ibl-store
               move ws-store-tbl-name(ws-store-tbl-sub)
                                           to ws-ibl-store-name
               write print-line from ws-invoice-billed-line
                   after advancing 1 line
               move ws-close-period-key    to ws-ipl-period
               move ws-period-start-date   to ws-ipl-start
               move ws-period-end-date     to ws-ipl-end
               write print-line from ws-invoice-period-line
                   after advancing 1 line

               perform 210-print-segment-calc
                   varying ws-seg-tbl-sub from 1 by 1
                   until ws-seg-tbl-sub > ws-seg-tbl-cnt

               compute ws-inv-total = ws-inv-royalty + ws-inv-ad-fund
               write print-line from ws-empty-line
                   after advancing 1 line
               move "Total royalty"        to ws-ttl-label
               move ws-inv-royalty         to ws-ttl-amount
               write print-line from ws-total-line
                   after advancing 1 line
               move "Total advertising fund" to ws-ttl-label
               move ws-inv-ad-fund         to ws-ttl-amount
               write print-line from ws-total-line
                   after advancing 1 line
               write print-line from ws-calc-rule
                   after advancing 1 line
               move "TOTAL DUE"            to ws-ttl-label
               move ws-inv-total           to ws-ttl-amount
               write print-line from ws-total-line
                   after advancing 1 line
               write print-line from ws-invoice-rule
                   after advancing 1 line

               add ws-inv-royalty          to ws-grand-royalty
               add ws-inv-ad-fund          to ws-grand-ad-fund
               add ws-inv-total            to ws-grand-total

               perform 220-write-receivable
           end-if.
      *
      * Print The Calculation For One Of This Store's Segments
      *
       210-print-segment-calc.
           if ws-seg-store(ws-seg-tbl-sub) =
               ws-store-tbl-number(ws-store-tbl-sub) then
               compute ws-seg-net =
                   ws-seg-sales(ws-seg-tbl-sub)
                   - ws-seg-returns(ws-seg-tbl-sub)
               compute ws-seg-royalty rounded =
                   (ws-seg-net * ws-seg-royalty-pct(ws-seg-tbl-sub))
                   / 100
               compute ws-seg-ad-fund rounded =
                   (ws-seg-net * ws-seg-ad-fund-pct(ws-seg-tbl-sub))
                   / 100
               add ws-seg-sales(ws-seg-tbl-sub) to ws-inv-sales
               add ws-seg-returns(ws-seg-tbl-sub) to ws-inv-returns
               add ws-seg-net              to ws-inv-net
               add ws-seg-royalty          to ws-inv-royalty
               add ws-seg-ad-fund          to ws-inv-ad-fund

               move ws-seg-effective(ws-seg-tbl-sub)
                                           to ws-tml-effective
               move ws-seg-first-date(ws-seg-tbl-sub) to ws-tml-first
               move ws-seg-last-date(ws-seg-tbl-sub) to ws-tml-last
               write print-line from ws-empty-line
                   after advancing 1 line
               write print-line from ws-terms-line
                   after advancing 1 line

               move zero                   to ws-cll-rate
               move space                  to ws-cll-pct
               move "Sales and layaways"   to ws-cll-label
               move ws-seg-sales(ws-seg-tbl-sub) to ws-cll-amount
               write print-line from ws-calc-line
                   after advancing 1 line
               move "Less matched returns" to ws-cll-label
               compute ws-cll-amount =
                   zero - ws-seg-returns(ws-seg-tbl-sub)
               write print-line from ws-calc-line
                   after advancing 1 line
               write print-line from ws-calc-rule
                   after advancing 1 line
               move "Net sales"            to ws-cll-label
               move ws-seg-net             to ws-cll-amount
               write print-line from ws-calc-line
                   after advancing 1 line
               move "Royalty at"           to ws-cll-label
               move ws-seg-royalty-pct(ws-seg-tbl-sub) to ws-cll-rate
               move "%"                    to ws-cll-pct
               move ws-seg-royalty         to ws-cll-amount
               write print-line from ws-calc-line
                   after advancing 1 line
               move "Advertising fund at"  to ws-cll-label
               move ws-seg-ad-fund-pct(ws-seg-tbl-sub) to ws-cll-rate
               move ws-seg-ad-fund         to ws-cll-amount
               write print-line from ws-calc-line
                   after advancing 1 line
           end-if.
      *
      * Write The Store's Receivable To The Extract And, The First
      * Time The Period Is Billed, To The Royalty History
      *
       220-write-receivable.
           move ws-invoice-number          to rcv-invoice-number.
           move ws-seg-franchisee(ws-seg-last-sub)
                                           to rcv-franchisee-number.
           move ws-seg-fr-name(ws-seg-last-sub)
                                           to rcv-franchisee-name.
           move ws-store-tbl-number(ws-store-tbl-sub)
                                           to rcv-store-number.
           move ws-close-period-key        to rcv-period-key.
           move ws-period-end-date         to rcv-invoice-date.
           move ws-due-date                to rcv-due-date.
           move ws-inv-sales               to rcv-sales-amount.
           move ws-inv-returns             to rcv-matched-returns.
           move ws-inv-net                 to rcv-net-sales.
           move ws-inv-royalty             to rcv-royalty.
           move ws-inv-ad-fund             to rcv-ad-fund.
           move ws-inv-total               to rcv-total-due.
           write receivables-record.

           if not period-already-billed then
               write royalty-history-record from receivables-record
           end-if.
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

       end program program45.
