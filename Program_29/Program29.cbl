       date-written. 2026-09-02.
      * Description : Monthly sales-tax remittance returns.  Run
      * after the month-end close, this aggregates the closed
      * period's daily history at each store's tax rate into
      * a per-store tax return - taxable sales, tax collected, and
      * credits for tax refunded on matched returns - plus a
      * fixed-format remittance extract for submission.  Tax is
      * come from the matched-returns history - only a return that
      * matched an originating sale earns a credit.
      *
      * Each day is taxed at the rate in force on its business date
      * - the store's latest TaxRateHistory.dat entry effective on or
      * before it, or the store master rate for a store with no
      * history.  A period that crosses a rate change is split into
      * one line per rate on the printed return and one extract
      * record per rate, each with the first and last business dates
      * the rate covered.
      *
      * Sales made tax-exempt under a customer's certificate come off
      * each day's taxable sales (ExemptSalesHistory.dat, written by
      * program30), and each store's return is followed by its
      * exempt-sales schedule - every certificate with its exempt
      * amount for the period - which the tax authority asks for on
      * audit.
      *
      * Remittance extract layout (TaxRemittance.dat, 93 chars):
      *   store x(2), period key 9(6), taxable sales 9(11)v99,
      *   tax collected 9(11)v99, tax credits 9(11)v99,
      *   net remittance s9(11)v99, tax rate 9(2)v99,
      *   first date 9(8), last date 9(8), exempt sales 9(11)v99
      *
       environment division.
       input-output section.
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
           select remittance-file
               assign "../../../data/TaxRemittance.dat"
      * period being remitted, the same date the close used.
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
      * Fiscal 4-4-5 calendar - the remittance cuts on the same
      * period dates the close did; absent a calendar, the calendar
           05 fc-period-number                 pic 9(2).
           05 fc-start-date                    pic 9(8).
           05 fc-end-date                      pic 9(8).
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
       fd remittance-file
           data record is remittance-record
           record contains 93 characters.
      *
       01 remittance-record.
           05 rmt-store-number                 pic x(2).
           05 rmt-tax-collected                pic 9(11)v99.
           05 rmt-tax-credits                  pic 9(11)v99.
           05 rmt-net-remittance               pic s9(11)v99.
           05 rmt-tax-rate                     pic 9(2)v99.
           05 rmt-first-date                   pic 9(8).
           05 rmt-last-date                    pic 9(8).
           05 rmt-exempt-sales                 pic 9(11)v99.
      *
       fd print-file
           record contains 90 characters
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-fiscal-eof-flag                   pic x value 'n'.
       77 ws-in-period-flag                    pic x value 'n'.
       77 ws-exempt-file-status                pic xx value spaces.
       77 ws-exempt-eof-flag                   pic x value 'n'.

      * The period being remitted, from the run-control date.
       01 ws-close-yyyymmdd                    pic 9(8) value 0.
               10 ws-store-tbl-taxable         pic 9(11)v99.
               10 ws-store-tbl-collected       pic 9(11)v99.
               10 ws-store-tbl-credits         pic 9(11)v99.
               10 ws-store-tbl-exempt          pic 9(11)v99.

      * Tax rate history table - the rate in force for a store on a
      * date is its entry with the latest effective date on or
      * before it; a store with none keeps its store master rate.
       77 ws-rate-file-status                  pic xx value spaces.
       77 ws-rate-eof-flag                     pic x value 'n'.
       77 ws-rate-tbl-cnt                      pic 9(4) value 0.
       77 ws-rate-tbl-sub                      pic 9(4) value 0.
       77 ws-rate-found-flag                   pic x value 'n'.
           88 rate-history-found               value 'y'.
       77 ws-rate-store                        pic x(2) value spaces.
       77 ws-rate-as-of-date                   pic 9(8) value 0.
       77 ws-rate-best-date                    pic 9(8) value 0.
       77 ws-rate-in-force                     pic 9(2)v99 value 0.
       01 ws-rate-table.
           05 ws-rate-entry                    occurs 500 times.
               10 ws-rate-tbl-store            pic x(2).
               10 ws-rate-tbl-effective        pic 9(8).
               10 ws-rate-tbl-rate             pic 9(2)v99.

      * Rate segments - one per store per rate in force during the
      * period, kept in store + effective-date order, with the first
      * and last business dates each rate covered.
       77 ws-seg-tbl-cnt                       pic 9(3) value 0.
       77 ws-seg-tbl-sub                       pic 9(3) value 0.
       77 ws-seg-match-sub                     pic 9(3) value 0.
       77 ws-seg-shift-sub                     pic 9(3) value 0.
       77 ws-seg-store-cnt                     pic 9(3) value 0.
       01 ws-seg-table.
           05 ws-seg-entry                     occurs 500 times.
               10 ws-seg-store                 pic x(2).
               10 ws-seg-rate-from             pic 9(8).
               10 ws-seg-rate                  pic 9(2)v99.
               10 ws-seg-first-date            pic 9(8).
               10 ws-seg-last-date             pic 9(8).
               10 ws-seg-taxable               pic 9(11)v99.
               10 ws-seg-collected             pic 9(11)v99.
               10 ws-seg-credits               pic 9(11)v99.
               10 ws-seg-exempt                pic 9(11)v99.

      * The period's exempt sales by store and business date, taken
      * off that day's taxable sales
       77 ws-exd-tbl-cnt                       pic 9(4) value 0.
       77 ws-exd-tbl-sub                       pic 9(4) value 0.
       77 ws-exd-match-sub                     pic 9(4) value 0.
       77 ws-day-exempt                        pic 9(9)v99 value 0.
       01 ws-exd-table.
           05 ws-exd-entry                     occurs 3000 times.
               10 ws-exd-store                 pic x(2).
               10 ws-exd-date                  pic 9(8).
               10 ws-exd-amount                pic 9(9)v99.

      * The period's exempt sales by store and certificate, for the
      * exempt-sales schedule
       77 ws-exc-tbl-cnt                       pic 9(4) value 0.
       77 ws-exc-tbl-sub                       pic 9(4) value 0.
       77 ws-exc-match-sub                     pic 9(4) value 0.
       77 ws-exempt-overflow-flag              pic x value 'n'.
       01 ws-exc-table.
           05 ws-exc-entry                     occurs 2000 times.
               10 ws-exc-store                 pic x(2).
               10 ws-exc-cert                  pic x(15).
               10 ws-exc-type                  pic x(1).
               10 ws-exc-customer              pic x(6).
               10 ws-exc-count                 pic 9(5).
               10 ws-exc-amount                pic 9(11)v99.

       77 ws-seg-net                           pic s9(11)v99 value 0.
       77 ws-day-taxable                       pic 9(9)v99 value 0.
       77 ws-day-tax                           pic 9(9)v99 value 0.
       77 ws-net-remit                         pic s9(11)v99 value 0.
           05 filler                           pic x(9) value
               "  Rate:  ".
           05 ws-rtn-rate                      pic z9.99.
           05 ws-rtn-rate-x redefines ws-rtn-rate
                                               pic x(5).
           05 ws-rtn-pct                       pic x(1) value "%".
           05 filler                           pic x(36) value spaces.

       01 ws-return-rule                       pic x(90) value
           "-----------------------------------------------------".

      * Rate-split lines, printed when the period crossed a change
       01 ws-segment-heading.
           05 filler                           pic x(31) value
               "    Rate   In force".
           05 filler                           pic x(15) value
               "  Taxable sales".
           05 filler                           pic x(15) value
               "  Tax collected".
           05 filler                           pic x(15) value
               "   Tax refunded".
           05 filler                           pic x(14) value spaces.

       01 ws-segment-line.
           05 filler                           pic x(3) value spaces.
           05 ws-sgl-rate                      pic z9.99.
           05 filler                           pic x(3) value "%  ".
           05 ws-sgl-first                     pic 9(8).
           05 filler                           pic x(3) value " - ".
           05 ws-sgl-last                      pic 9(8).
           05 filler                           pic x(2) value spaces.
           05 ws-sgl-taxable                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-sgl-collected                 pic $$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-sgl-credits                   pic $$,$$$,$$9.99.
           05 filler                           pic x(14) value spaces.

       01 ws-taxable-line.
           05 filler                           pic x(31) value
               "  Taxable sales             ".
           05 ws-rtl-taxable                   pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(42) value spaces.

       01 ws-exempt-sales-line.
           05 filler                           pic x(31) value
               "  Exempt sales (schedule)   ".
           05 ws-rtl-exempt                    pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(42) value spaces.

       01 ws-collected-line.
           05 filler                           pic x(31) value
               "  Tax collected             ".
           05 ws-rtl-net                       pic $$,$$$,$$$,$$9.99-.
           05 filler                           pic x(41) value spaces.

      * Exempt-sales schedule, printed under a store's return
       01 ws-schedule-heading.
           05 filler                           pic x(40) value
               "  Exempt sales schedule".
           05 filler                           pic x(50) value spaces.

       01 ws-schedule-col-heading.
           05 filler                           pic x(22) value
               "    Certificate".
           05 filler                           pic x(6) value
               "Type".
           05 filler                           pic x(10) value
               "Customer".
           05 filler                           pic x(7) value
               "  Sales".
           05 filler                           pic x(18) value
               "     Exempt amount".
           05 filler                           pic x(27) value spaces.

       01 ws-schedule-line.
           05 filler                           pic x(4) value spaces.
           05 ws-scl-cert                      pic x(15).
           05 filler                           pic x(4) value spaces.
           05 ws-scl-type                      pic x(1).
           05 filler                           pic x(4) value spaces.
           05 ws-scl-customer                  pic x(6).
           05 filler                           pic x(3) value spaces.
           05 ws-scl-count                     pic zz,zz9.
           05 filler                           pic x(3) value spaces.
           05 ws-scl-amount                    pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(27) value spaces.

       01 ws-schedule-total-line.
           05 filler                           pic x(45) value
               "    Total exempt sales".
           05 ws-sct-amount                    pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(27) value spaces.

       01 ws-exempt-overflow-line              pic x(90) value
           "*** WARNING - exempt sales table full - schedule short".

       01 ws-grand-line.
           05 filler                           pic x(22) value
               "Chain net remittance :".
           perform 055-load-fiscal-calendar.
           perform 058-find-close-period.
           perform 060-load-store-master.
           perform 067-load-rate-history.
           perform 070-load-exempt-history.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           if ws-exempt-overflow-flag = 'y' then
               write print-line from ws-exempt-overflow-line
                   after advancing 2 line
           end-if.

           if ws-grand-collected = 0 and ws-grand-credits = 0 then
               write print-line from ws-no-history-line
                   after advancing 2 line
               move zeroes to ws-store-tbl-taxable(ws-store-tbl-cnt)
                              ws-store-tbl-collected(ws-store-tbl-cnt)
                              ws-store-tbl-credits(ws-store-tbl-cnt)
                              ws-store-tbl-exempt(ws-store-tbl-cnt)
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
      * Load The Period's Exempt Sales - by store and day, and by
      * store and certificate for the schedule
      *
       070-load-exempt-history.
           open input exempt-history-file.

           if ws-exempt-file-status = "35" then
               continue
           else
               read exempt-history-file
                   at end
                       move 'y'            to ws-exempt-eof-flag
               end-read
               perform 071-load-exempt-loop
                   until ws-exempt-eof-flag = 'y'
               close exempt-history-file
           end-if.

       071-load-exempt-loop.
           move 'n'                        to ws-in-period-flag.
           if close-period-found then
               if (exh-business-date not < ws-period-start-date) and
                  (exh-business-date not > ws-period-end-date) then
                   move 'y'                to ws-in-period-flag
               end-if
           else
               if exh-year-month = ws-close-year-month then
                   move 'y'                to ws-in-period-flag
               end-if
           end-if.

           if ws-in-period-flag = 'y' then
               perform 072-note-exempt-day
               perform 073-note-exempt-cert
           end-if.

           read exempt-history-file
               at end
                   move 'y'                to ws-exempt-eof-flag.

       072-note-exempt-day.
           move zero                       to ws-exd-match-sub.
           perform varying ws-exd-tbl-sub from 1 by 1
               until ws-exd-tbl-sub > ws-exd-tbl-cnt
                   if (ws-exd-store(ws-exd-tbl-sub) =
                       exh-store-number) and
                      (ws-exd-date(ws-exd-tbl-sub) =
                       exh-business-date) then
                       move ws-exd-tbl-sub to ws-exd-match-sub
                   end-if
           end-perform.

           if ws-exd-match-sub = 0 then
               if ws-exd-tbl-cnt < 3000 then
                   add 1                   to ws-exd-tbl-cnt
                   move ws-exd-tbl-cnt     to ws-exd-match-sub
                   move exh-store-number
                       to ws-exd-store(ws-exd-match-sub)
                   move exh-business-date
                       to ws-exd-date(ws-exd-match-sub)
                   move zero
                       to ws-exd-amount(ws-exd-match-sub)
               else
                   move 'y'                to ws-exempt-overflow-flag
               end-if
           end-if.

           if ws-exd-match-sub > 0 then
               add exh-amount to ws-exd-amount(ws-exd-match-sub)
           end-if.

       073-note-exempt-cert.
           move zero                       to ws-exc-match-sub.
           perform varying ws-exc-tbl-sub from 1 by 1
               until ws-exc-tbl-sub > ws-exc-tbl-cnt
                   if (ws-exc-store(ws-exc-tbl-sub) =
                       exh-store-number) and
                      (ws-exc-cert(ws-exc-tbl-sub) =
                       exh-exempt-cert) and
                      (ws-exc-customer(ws-exc-tbl-sub) =
                       exh-customer-number) then
                       move ws-exc-tbl-sub to ws-exc-match-sub
                   end-if
           end-perform.

           if ws-exc-match-sub = 0 then
               if ws-exc-tbl-cnt < 2000 then
                   add 1                   to ws-exc-tbl-cnt
                   move ws-exc-tbl-cnt     to ws-exc-match-sub
                   move exh-store-number
                       to ws-exc-store(ws-exc-match-sub)
                   move exh-exempt-cert
                       to ws-exc-cert(ws-exc-match-sub)
                   move exh-exempt-type
                       to ws-exc-type(ws-exc-match-sub)
                   move exh-customer-number
                       to ws-exc-customer(ws-exc-match-sub)
                   move zero
                       to ws-exc-count(ws-exc-match-sub)
                   move zero
                       to ws-exc-amount(ws-exc-match-sub)
               else
                   move 'y'                to ws-exempt-overflow-flag
               end-if
           end-if.

           if ws-exc-match-sub > 0 then
               add 1 to ws-exc-count(ws-exc-match-sub)
               add exh-amount to ws-exc-amount(ws-exc-match-sub)
           end-if.
      *
      * Is A History Date Inside The Period Being Remitted
      * (the date to test arrives in ws-close-yyyymmdd's shape via
      * the caller's own fields; this paragraph tests sth dates)
                       if (sth-store-number =
                           ws-store-tbl-number(ws-store-tbl-sub)) then
      * Same per-store per-day rounding the GL posting step uses,
      * at the same rate in force on the day, so the return ties to
      * its 2200 entries to the penny.
                           move sth-store-number to ws-rate-store
                           move sth-business-date
                                           to ws-rate-as-of-date
                           perform 120-find-rate-in-force
      * The day's exempt sales are not taxable
                           perform 107-find-day-exempt
                           compute ws-day-taxable =
                               sth-s-amount + sth-l-amount
                           if ws-day-exempt > ws-day-taxable then
                               move ws-day-taxable to ws-day-exempt
                           end-if
                           subtract ws-day-exempt from ws-day-taxable
                           add ws-day-exempt
                               to ws-store-tbl-exempt(
                                   ws-store-tbl-sub)
                           compute ws-day-tax rounded =
                               (ws-day-taxable * ws-rate-in-force)
                               / 100
                           add ws-day-taxable
                               to ws-store-tbl-taxable(
                                   ws-store-tbl-sub)
                           add ws-day-tax
                               to ws-store-tbl-collected(
                                   ws-store-tbl-sub)
                           perform 125-find-segment
                           if ws-seg-match-sub > 0 then
                               add ws-day-taxable
                                   to ws-seg-taxable(ws-seg-match-sub)
                               add ws-day-tax
                                   to ws-seg-collected(
                                       ws-seg-match-sub)
                               add ws-day-exempt
                                   to ws-seg-exempt(ws-seg-match-sub)
                           end-if
                       end-if
               end-perform
           end-if.
               at end
                   move 'y'                to ws-hist-eof-flag.
      *
      * The Exempt Sales On File For This History Record's Store And
      * Day
      *
       107-find-day-exempt.
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
      * Credit Tax Refunded On Matched Returns, Day By Day At The
      * Store's Rate
      *
                   until ws-store-tbl-sub > ws-store-tbl-cnt
                       if (mrh-store-number =
                           ws-store-tbl-number(ws-store-tbl-sub)) then
                           move mrh-store-number to ws-rate-store
                           move mrh-business-date
                                           to ws-rate-as-of-date
                           perform 120-find-rate-in-force
                           compute ws-day-tax rounded =
                               (mrh-matched-amount * ws-rate-in-force)
                               / 100
                           add ws-day-tax
                               to ws-store-tbl-credits(
                                   ws-store-tbl-sub)
                           perform 125-find-segment
                           if ws-seg-match-sub > 0 then
                               add ws-day-tax
                                   to ws-seg-credits(ws-seg-match-sub)
                           end-if
                       end-if
               end-perform
           end-if.
               at end
                   move 'y'                to ws-mhist-eof-flag.
      *
      * Find The Rate In Force For ws-rate-store On ws-rate-as-of-date
      * (ws-store-tbl-sub is the store's entry, for its master rate)
      *
       120-find-rate-in-force.
           move ws-store-tbl-tax-rate(ws-store-tbl-sub)
                                           to ws-rate-in-force.
           move 'n'                        to ws-rate-found-flag.
           move zero                       to ws-rate-best-date.

           perform varying ws-rate-tbl-sub from 1 by 1
               until ws-rate-tbl-sub > ws-rate-tbl-cnt
                   if (ws-rate-store =
                       ws-rate-tbl-store(ws-rate-tbl-sub)) and
                      (ws-rate-tbl-effective(ws-rate-tbl-sub) not >
                       ws-rate-as-of-date) and
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
      * Find (Or Open) The Segment For The Store And Rate Just Found,
      * widening its date range to take in ws-rate-as-of-date.  A new
      * segment is inserted in store + effective-date order.
      *
       125-find-segment.
           move zero                       to ws-seg-match-sub.

           perform varying ws-seg-tbl-sub from 1 by 1
               until ws-seg-tbl-sub > ws-seg-tbl-cnt
                   if (ws-seg-store(ws-seg-tbl-sub) = ws-rate-store)
                      and (ws-seg-rate-from(ws-seg-tbl-sub) =
                           ws-rate-best-date) then
                       move ws-seg-tbl-sub to ws-seg-match-sub
                   end-if
           end-perform.

           if (ws-seg-match-sub = 0) and (ws-seg-tbl-cnt < 500) then
               perform 126-insert-segment
           end-if.

           if ws-seg-match-sub > 0 then
               if ws-rate-as-of-date <
                  ws-seg-first-date(ws-seg-match-sub) then
                   move ws-rate-as-of-date
                       to ws-seg-first-date(ws-seg-match-sub)
               end-if
               if ws-rate-as-of-date >
                  ws-seg-last-date(ws-seg-match-sub) then
                   move ws-rate-as-of-date
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
                      ((ws-seg-store(ws-seg-tbl-sub) > ws-rate-store)
                       or
                       ((ws-seg-store(ws-seg-tbl-sub) = ws-rate-store)
                        and (ws-seg-rate-from(ws-seg-tbl-sub) >
                             ws-rate-best-date))) then
                       move ws-seg-tbl-sub to ws-seg-match-sub
                   end-if
           end-perform.

           perform varying ws-seg-shift-sub from ws-seg-tbl-cnt by -1
               until ws-seg-shift-sub < ws-seg-match-sub
                   move ws-seg-entry(ws-seg-shift-sub)
                       to ws-seg-entry(ws-seg-shift-sub + 1)
           end-perform.

           add 1                           to ws-seg-tbl-cnt.
           move ws-rate-store        to ws-seg-store(ws-seg-match-sub).
           move ws-rate-best-date
               to ws-seg-rate-from(ws-seg-match-sub).
           move ws-rate-in-force     to ws-seg-rate(ws-seg-match-sub).
           move ws-rate-as-of-date
               to ws-seg-first-date(ws-seg-match-sub).
           move ws-rate-as-of-date
               to ws-seg-last-date(ws-seg-match-sub).
           move zeroes to ws-seg-taxable(ws-seg-match-sub)
                          ws-seg-collected(ws-seg-match-sub)
                          ws-seg-credits(ws-seg-match-sub)
                          ws-seg-exempt(ws-seg-match-sub).
      *
      * Write One Store's Return - one extract record per rate in
      * force, plus the printed return with a line per rate when the
      * period crossed a change.  Stores with nothing collected and
      * nothing credited and no exempt sales file no return.
      *
       200-write-store-return.
           if (ws-store-tbl-collected(ws-store-tbl-sub) = 0) and
              (ws-store-tbl-credits(ws-store-tbl-sub) = 0) and
              (ws-store-tbl-exempt(ws-store-tbl-sub) = 0) then
               continue
           else
               compute ws-net-remit =
                   to ws-grand-credits
               add ws-net-remit            to ws-grand-net

               move zero                   to ws-seg-store-cnt
               perform 205-write-segment-extract
                   varying ws-seg-tbl-sub from 1 by 1
                   until ws-seg-tbl-sub > ws-seg-tbl-cnt

               move ws-store-tbl-number(ws-store-tbl-sub)
                   to ws-rtn-store
               move ws-store-tbl-name(ws-store-tbl-sub)
                   to ws-rtn-name
      * One rate for the whole period prints on the heading; a split
      * period prints each rate on its own line below it
               if ws-seg-store-cnt > 1 then
                   move "split"            to ws-rtn-rate-x
                   move space              to ws-rtn-pct
               else
                   move ws-rate-in-force   to ws-rtn-rate
                   move "%"                to ws-rtn-pct
               end-if
               write print-line from ws-empty-line
                   after advancing 1 line
               write print-line from ws-return-heading
                   after advancing 1 line
               write print-line from ws-return-rule
                   after advancing 1 line
               if ws-seg-store-cnt > 1 then
                   write print-line from ws-segment-heading
                       after advancing 1 line
                   perform 210-print-segment-line
                       varying ws-seg-tbl-sub from 1 by 1
                       until ws-seg-tbl-sub > ws-seg-tbl-cnt
                   write print-line from ws-return-rule
                       after advancing 1 line
               end-if
               move ws-store-tbl-taxable(ws-store-tbl-sub)
                   to ws-rtl-taxable
               write print-line from ws-taxable-line
                   after advancing 1 line
               move ws-store-tbl-exempt(ws-store-tbl-sub)
                   to ws-rtl-exempt
               write print-line from ws-exempt-sales-line
                   after advancing 1 line
               move ws-store-tbl-collected(ws-store-tbl-sub)
                   to ws-rtl-collected
               write print-line from ws-collected-line
               move ws-net-remit           to ws-rtl-net
               write print-line from ws-net-line
                   after advancing 1 line
               if ws-store-tbl-exempt(ws-store-tbl-sub) > 0 then
                   perform 220-print-exempt-schedule
               end-if
           end-if.
      *
      * Write The Extract Record For One Of This Store's Rates, noting
      * how many rates the store had and the last one's rate
      *
       205-write-segment-extract.
           if ws-seg-store(ws-seg-tbl-sub) =
              ws-store-tbl-number(ws-store-tbl-sub) then
               add 1                       to ws-seg-store-cnt
               move ws-seg-rate(ws-seg-tbl-sub) to ws-rate-in-force
               compute ws-seg-net =
                   ws-seg-collected(ws-seg-tbl-sub) -
                   ws-seg-credits(ws-seg-tbl-sub)
               move ws-seg-store(ws-seg-tbl-sub)
                   to rmt-store-number
               move ws-close-period-key    to rmt-period-key
               move ws-seg-taxable(ws-seg-tbl-sub)
                   to rmt-taxable-sales
               move ws-seg-collected(ws-seg-tbl-sub)
                   to rmt-tax-collected
               move ws-seg-credits(ws-seg-tbl-sub)
                   to rmt-tax-credits
               move ws-seg-net             to rmt-net-remittance
               move ws-seg-rate(ws-seg-tbl-sub)
                   to rmt-tax-rate
               move ws-seg-first-date(ws-seg-tbl-sub)
                   to rmt-first-date
               move ws-seg-last-date(ws-seg-tbl-sub)
                   to rmt-last-date
               move ws-seg-exempt(ws-seg-tbl-sub)
                   to rmt-exempt-sales
               write remittance-record
           end-if.
      *
      * Print One Of This Store's Rates On The Return
      *
       210-print-segment-line.
           if ws-seg-store(ws-seg-tbl-sub) =
              ws-store-tbl-number(ws-store-tbl-sub) then
               move ws-seg-rate(ws-seg-tbl-sub)       to ws-sgl-rate
               move ws-seg-first-date(ws-seg-tbl-sub) to ws-sgl-first
               move ws-seg-last-date(ws-seg-tbl-sub)  to ws-sgl-last
               move ws-seg-taxable(ws-seg-tbl-sub)
                   to ws-sgl-taxable
               move ws-seg-collected(ws-seg-tbl-sub)
                   to ws-sgl-collected
               move ws-seg-credits(ws-seg-tbl-sub)
                   to ws-sgl-credits
               write print-line from ws-segment-line
                   after advancing 1 line
           end-if.

      *
      * Print This Store's Exempt-Sales Schedule - each certificate
      * (and the customer holding it) with its exempt amount
      *
       220-print-exempt-schedule.
           write print-line from ws-schedule-heading
               after advancing 2 line.
           write print-line from ws-schedule-col-heading
               after advancing 1 line.

           perform 225-print-schedule-line
               varying ws-exc-tbl-sub from 1 by 1
               until ws-exc-tbl-sub > ws-exc-tbl-cnt.

           move ws-store-tbl-exempt(ws-store-tbl-sub)
               to ws-sct-amount.
           write print-line from ws-schedule-total-line
               after advancing 1 line.

       225-print-schedule-line.
           if ws-exc-store(ws-exc-tbl-sub) =
              ws-store-tbl-number(ws-store-tbl-sub) then
               move ws-exc-cert(ws-exc-tbl-sub)     to ws-scl-cert
               move ws-exc-type(ws-exc-tbl-sub)     to ws-scl-type
               move ws-exc-customer(ws-exc-tbl-sub) to ws-scl-customer
               move ws-exc-count(ws-exc-tbl-sub)    to ws-scl-count
               move ws-exc-amount(ws-exc-tbl-sub)   to ws-scl-amount
               write print-line from ws-schedule-line
                   after advancing 1 line
           end-if.

       end program program29.
