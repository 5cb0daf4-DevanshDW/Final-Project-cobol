      * days earlier), with percentage changes, so "store 2 is down
      * 30% versus last Tuesday" is finally a question the system
      * can answer.
      *
      * Comparisons are like-for-like open days.  The store calendar
      * says which days a store was closed (a planned closure for the
      * store or the whole chain, before its opening date or after
      * its closing date); the previous cycle is the store's latest
      * earlier day it was open, and when it was closed on the same
      * weekday last week the comparison steps back a week at a time
      * (up to four) to the same weekday it was open, the date used
      * printing beside it.  A store closed on the latest cycle prints
      * as closed instead of down 100%, and the district rollup only
      * takes in stores open on both days compared.
      *
       environment division.
       input-output section.
               assign "../../../data/StoreMaster.dat"
               organization is line sequential
               file status is ws-master-file-status.
      *
           select calendar-file
               assign "../../../data/StoreCalendar.dat"
               organization is line sequential
               file status is ws-cal-file-status.
      *
       data division.
       file section.
           05 stm-district-code                pic x(2).
           05 stm-district-name                pic x(8).
      *
      * Store operating calendar - C closure from / to (blank store =
      * every store), O store opening date, X store closing date.
       fd calendar-file
           data record is calendar-record
           record contains 40 characters.
      *
       01 calendar-record.
           05 cal-type                         pic x(1).
           05 cal-store-number                 pic x(2).
           05 cal-from-date                    pic 9(8).
           05 cal-to-date                      pic 9(8).
           05 cal-reason                       pic x(21).
      *
      * Working storage section
      *
       working-storage section.
       77 ws-hist-eof-flag                     pic x value 'n'.
       77 ws-master-eof-flag                   pic x value 'n'.
       77 ws-reported-cnt                      pic 99 value 0.
       77 ws-unmatched-cnt                     pic 99 value 0.

      * Store calendar, and the answer for one store on one date
       77 ws-cal-file-status                   pic xx value spaces.
       77 ws-cal-eof-flag                      pic x value 'n'.
       77 ws-cal-tbl-cnt                       pic 9(4) value 0.
       77 ws-cal-tbl-sub                       pic 9(4) value 0.
       01 ws-cal-table.
           05 ws-cal-entry                     occurs 1000 times.
               10 ws-cal-tbl-type              pic x(1).
               10 ws-cal-tbl-store             pic x(2).
               10 ws-cal-tbl-from              pic 9(8).
               10 ws-cal-tbl-to                pic 9(8).
               10 ws-cal-tbl-reason            pic x(21).
       77 ws-cal-check-store                   pic x(2) value spaces.
       77 ws-cal-check-date                    pic 9(8) value 0.
       77 ws-cal-closed-flag                   pic x value 'n'.
           88 store-is-closed                  value 'y'.
       77 ws-cal-closed-reason                 pic x(21) value spaces.

      * Store-to-district mapping from the master, and the district
      * rollup of the latest cycle against the same weekday last
               10 ws-dist-today-net            pic s9(9)v99.
               10 ws-dist-week-net             pic s9(9)v99.
       77 ws-dist-pct-change                   pic s9(5)v9 value 0.
       01 ws-chain-today-net                   pic s9(9)v99 value 0.
       01 ws-chain-week-net                    pic s9(9)v99 value 0.

       77 ws-prev-sub                          pic 9(4) value 0.
       77 ws-week-sub                          pic 9(4) value 0.
       77 ws-prev-best-date                    pic 9(8) value 0.
       77 ws-store-week-date                   pic 9(8) value 0.
       77 ws-week-step-cnt                     pic 9 value 0.
       77 ws-today-net                         pic s9(9)v99 value 0.
       77 ws-compare-net                       pic s9(9)v99 value 0.
       77 ws-pct-change                        pic s9(5)v9 value 0.
           05 filler                           pic x(6) value spaces.
           05 filler                           pic x(8) value
               "Change %".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(9) value
               "Week Date".
           05 filler                           pic x(2) value spaces.

       01 ws-report-header-2.
           05 filler                           pic x(5) value "-----".
           05 filler                           pic x(6) value spaces.
           05 filler                           pic x(8) value
               "--------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(9) value
               "---------".
           05 filler                           pic x(2) value spaces.

       01 ws-trend-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-tdl-week                      pic $$$,$$9.99-.
           05 filler                           pic x(4) value spaces.
           05 ws-tdl-week-pct                  pic zzzz9.9-.
           05 filler                           pic x(5) value spaces.
           05 ws-tdl-week-date                 pic 9(8).
           05 filler                           pic x(4) value spaces.

       01 ws-closed-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-cdt-store                     pic x(2).
           05 filler                           pic x(3) value spaces.
           05 filler                           pic x(9) value
               "CLOSED - ".
           05 ws-cdt-reason                    pic x(21).
           05 filler                           pic x(53) value
               " (store calendar) - not compared".

       01 ws-no-history-line                   pic x(90) value
           "  No history on file yet - run the daily cycle first.".

       01 ws-district-heading.
           05 filler                           pic x(60) value
              "District Rollup - Like-For-Like Net Sales vs Last Week".
           05 filler                           pic x(30) value spaces.

       01 ws-district-line.
           05 filler                           pic x(11) value
           05 ws-chl-week                      pic $$$,$$$,$$9.99-.
           05 filler                           pic x(33) value spaces.

       01 ws-unmatched-line.
           05 filler                           pic x(46) value
               "  Stores left out - closed or no open day    :".
           05 ws-uml-cnt                       pic zz9.
           05 filler                           pic x(41) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
      *
           perform 050-load-history.
           perform 060-load-district-map.
           perform 070-load-calendar.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
               at end
                   move 'y'                to ws-master-eof-flag.
      *
      * Load The Store Calendar - no calendar means every store was
      * open every day
      *
       070-load-calendar.
           open input calendar-file.

           if ws-cal-file-status = "35" then
               continue
           else
               read calendar-file
                   at end
                       move 'y'            to ws-cal-eof-flag
               end-read
               perform 075-load-calendar-loop
                   until ws-cal-eof-flag = 'y'
               close calendar-file
           end-if.

       075-load-calendar-loop.
           if ws-cal-tbl-cnt < 1000 then
               add 1                       to ws-cal-tbl-cnt
               move cal-type
                   to ws-cal-tbl-type(ws-cal-tbl-cnt)
               move cal-store-number
                   to ws-cal-tbl-store(ws-cal-tbl-cnt)
               move cal-from-date
                   to ws-cal-tbl-from(ws-cal-tbl-cnt)
               move cal-to-date
                   to ws-cal-tbl-to(ws-cal-tbl-cnt)
               move cal-reason
                   to ws-cal-tbl-reason(ws-cal-tbl-cnt)
           end-if.

           read calendar-file
               at end
                   move 'y'                to ws-cal-eof-flag.
      *
      * Is The Store Closed On The Date - before its opening date,
      * on or after its closing date, or inside a closure for the
      * store or the whole chain
      *
       080-check-store-closed.
           move 'n'                        to ws-cal-closed-flag.
           move spaces                     to ws-cal-closed-reason.

           perform varying ws-cal-tbl-sub from 1 by 1
               until ws-cal-tbl-sub > ws-cal-tbl-cnt
               if ws-cal-tbl-type(ws-cal-tbl-sub) = "O" and
                  ws-cal-tbl-store(ws-cal-tbl-sub) =
                      ws-cal-check-store and
                  ws-cal-check-date < ws-cal-tbl-from(ws-cal-tbl-sub)
               then
                   move 'y'                to ws-cal-closed-flag
                   move ws-cal-tbl-reason(ws-cal-tbl-sub)
                                           to ws-cal-closed-reason
                   if ws-cal-closed-reason = spaces then
                       move "NOT YET OPEN" to ws-cal-closed-reason
                   end-if
               end-if
               if ws-cal-tbl-type(ws-cal-tbl-sub) = "X" and
                  ws-cal-tbl-store(ws-cal-tbl-sub) =
                      ws-cal-check-store and
                  ws-cal-check-date not <
                      ws-cal-tbl-from(ws-cal-tbl-sub)
               then
                   move 'y'                to ws-cal-closed-flag
                   move ws-cal-tbl-reason(ws-cal-tbl-sub)
                                           to ws-cal-closed-reason
                   if ws-cal-closed-reason = spaces then
                       move "STORE CLOSED" to ws-cal-closed-reason
                   end-if
               end-if
               if ws-cal-tbl-type(ws-cal-tbl-sub) = "C" and
                  (ws-cal-tbl-store(ws-cal-tbl-sub) =
                      ws-cal-check-store or
                   ws-cal-tbl-store(ws-cal-tbl-sub) = spaces) and
                  ws-cal-check-date not <
                      ws-cal-tbl-from(ws-cal-tbl-sub) and
                  ws-cal-check-date not >
                      ws-cal-tbl-to(ws-cal-tbl-sub)
               then
                   move 'y'                to ws-cal-closed-flag
                   move ws-cal-tbl-reason(ws-cal-tbl-sub)
                                           to ws-cal-closed-reason
                   if ws-cal-closed-reason = spaces then
                       move "PLANNED CLOSURE"
                                           to ws-cal-closed-reason
                   end-if
               end-if
           end-perform.
      *
      * Find The Latest Cycle Date On The History
      *
       100-find-latest-date.
      *
       110-compute-week-ago.
           move ws-latest-date             to ws-date-work.
           perform 115-subtract-one-week.
           move ws-date-work               to ws-week-ago-date.
      *
       115-subtract-one-week.
           if ws-dw-day > 7 then
               subtract 7                  from ws-dw-day
           else
               end-if
               subtract 7                  from ws-dw-day
           end-if.
      *
      * Report Each Store Holding A Record On The Latest Cycle
      *

       210-report-one-entry.
           if ws-hist-date(ws-today-sub) = ws-latest-date then
               move ws-hist-store(ws-today-sub)
                                           to ws-cal-check-store
               move ws-latest-date         to ws-cal-check-date
               perform 080-check-store-closed
               if store-is-closed then
                   add 1                   to ws-reported-cnt
                   add 1                   to ws-unmatched-cnt
                   move ws-hist-store(ws-today-sub) to ws-cdt-store
                   move ws-cal-closed-reason       to ws-cdt-reason
                   write print-line from ws-closed-detail-line
                       after advancing 1 line
               else
                   perform 220-find-comparatives
                   perform 230-print-trend-line
               end-if
           end-if.
      *
      * Find This Store's Previous Open Cycle And Same-Weekday-Last-
      * Week Records - days the calendar had the store closed are
      * passed over
      *
       220-find-comparatives.
           move zero                       to ws-prev-sub
                                              ws-week-sub
                                              ws-prev-best-date.
           move ws-hist-store(ws-today-sub) to ws-cal-check-store.

      * Step back a week at a time past closed weekdays
           move ws-week-ago-date           to ws-store-week-date.
           move ws-week-ago-date           to ws-cal-check-date.
           perform 080-check-store-closed.
           move zero                       to ws-week-step-cnt.
           perform 225-step-back-one-week
               until (not store-is-closed) or
                     (ws-week-step-cnt > 2).
           if store-is-closed then
               move zero                   to ws-store-week-date
           end-if.

           perform varying ws-hist-sub from 1 by 1
               until ws-hist-sub > ws-hist-cnt
                          (ws-hist-date(ws-hist-sub) >
                           ws-prev-best-date) then
                           move ws-hist-date(ws-hist-sub)
                               to ws-cal-check-date
                           perform 080-check-store-closed
                           if not store-is-closed then
                               move ws-hist-date(ws-hist-sub)
                                   to ws-prev-best-date
                               move ws-hist-sub to ws-prev-sub
                           end-if
                       end-if
                       if (ws-store-week-date > zero) and
                          (ws-hist-date(ws-hist-sub) =
                           ws-store-week-date) then
                           move ws-hist-sub to ws-week-sub
                       end-if
                   end-if
           end-perform.
      *
       225-step-back-one-week.
           add 1                           to ws-week-step-cnt.
           move ws-store-week-date         to ws-date-work.
           perform 115-subtract-one-week.
           move ws-date-work               to ws-store-week-date.
           move ws-store-week-date         to ws-cal-check-date.
           perform 080-check-store-closed.
      *
      * Print One Store's Trend Line - net sales is S + L less R
      *
               move ws-compare-net         to ws-tdl-week
               perform 240-compute-pct-change
               move ws-pct-change          to ws-tdl-week-pct
               move ws-store-week-date     to ws-tdl-week-date
      * Like-for-like - only stores open on both days roll up
               move ws-today-sub           to ws-hist-sub
               perform 315-find-district-slot
               if ws-dist-match-sub > 0 then
                   add ws-today-net
                       to ws-dist-today-net(ws-dist-match-sub)
                   add ws-today-net        to ws-chain-today-net
                   add ws-compare-net
                       to ws-dist-week-net(ws-dist-match-sub)
                   add ws-compare-net      to ws-chain-week-net
               end-if
           else
      * No open same weekday on file in the last four weeks
               move zeroes                 to ws-tdl-week
               move zero                   to ws-tdl-week-pct
               move zero                   to ws-tdl-week-date
               add 1                       to ws-unmatched-cnt
           end-if.

           write print-line from ws-trend-detail-line
           end-if.

      *
      * District Rollup - The Latest Cycle's And Last Week's Nets Of
      * The Stores Open On Both Days, By District, One Line Each
      *
       300-report-district-rollup.
           write print-line from ws-district-heading
               after advancing 2 line.

           write print-line from ws-chain-line
               after advancing 1 line.

           move ws-unmatched-cnt           to ws-uml-cnt.
           write print-line from ws-unmatched-line
               after advancing 1 line.

       315-find-district-slot.
           move spaces                     to ws-dist-lookup-code
