      * the project3.dat that program1 reads.  Condition code 4 is
      * set when any store's transmission had a problem.
      *
      * A transmission is expected only from the stores scheduled to
      * trade on the business date.  A store the store calendar has
      * closed that day (a planned closure for the store or the whole
      * chain, before its opening date or after its closing date) and
      * that sent nothing is reported as CLOSED with the calendar's
      * reason rather than missing, and does not set the condition
      * code.  A closed store that transmits anyway is verified and
      * merged like any other.
      *
      * Before a clean transmission is merged its volume is checked
      * for reasonableness: its record count and amount total against
      * the store's usual figures - the average of its same weekday
      * over the last four weeks on StoreHistory.dat, leaving out days
      * the calendar had it closed and days it sent nothing.  When the
      * card carries a volume band (percent, positions 44-46; 000 =
      * no check) a store off its usual count or amount by more than
      * the band either way is flagged on the report and the status
      * file.  With the hold flag (position 47 = "H") a flagged store
      * is held out of the cycle - not merged, reported HELD and
      * treated like a failed transmission - instead of posting what
      * may be an incomplete day.
      *
      * Transmission record forms, all 58 characters:
      *   H<store><yyyymmdd>          header
      *   T<count 9(7)><hash 9(11)v99> trailer
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select store-history-file
               assign "../../../data/StoreHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select calendar-file
               assign "../../../data/StoreCalendar.dat"
               organization is line sequential
               file status is ws-cal-file-status.
      *
           select print-file
               assign "../../../data/transmission_control_report.out"
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
           05 rc-force-flag                    pic x(1).
           05 rc-window-limit                  pic 9(3).
           05 rc-layaway-days                  pic 9(3).
           05 rc-slow-mover-units              pic 9(3).
           05 rc-transit-aging-days            pic 9(3).
           05 rc-volume-band                   pic 9(3).
           05 rc-volume-hold                   pic x(1).
           05 filler                           pic x(33).
      *
      * Permanent daily store history - read for each store's usual
      * same-weekday volume.
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
      * Store operating calendar - C closure from / to (blank store =
      * every store), O store opening date, X store closing date.
       fd calendar-file
           data record is calendar-record
           record contains 40 characters.
      *
       01 calendar-record.
           05 cal-type                         pic x(1).
               88 cal-is-closure               value "C".
               88 cal-is-opening               value "O".
               88 cal-is-closing               value "X".
           05 cal-store-number                 pic x(2).
           05 cal-from-date                    pic 9(8).
           05 cal-to-date                      pic 9(8).
           05 cal-reason                       pic x(21).
      *
       fd print-file
           record contains 90 characters
      *
      * Machine copy of each store's transmission-control result,
      * for the store acknowledgment step.
      * The volume flag is V (out of band, merged) or H (out of band,
      * held out of the cycle), with the store's usual figures.
       fd status-file
           data record is status-record
           record contains 80 characters.
      *
       01 status-record.
           05 sta-store-number                 pic x(2).
           05 sta-status                       pic x(30).
           05 sta-record-count                 pic 9(5).
           05 sta-amount-hash                  pic 9(11)v99.
           05 sta-volume-flag                  pic x(1).
           05 sta-usual-count                  pic 9(5).
           05 sta-usual-amount                 pic 9(11)v99.
           05 filler                           pic x(11).
      *
      * Working storage section
      *
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-good-store-cnt                    pic 99 value 0.
       77 ws-bad-store-cnt                     pic 99 value 0.
       77 ws-closed-store-cnt                  pic 99 value 0.
       77 ws-volume-flag-cnt                   pic 99 value 0.
       77 ws-volume-held-cnt                   pic 99 value 0.

      * Volume reasonableness check - band in percent (zero = no
      * check) and whether a flagged store is held out of the cycle.
       77 ws-history-file-status               pic xx value spaces.
       77 ws-history-eof-flag                  pic x value 'n'.
       77 ws-volume-band                       pic 9(3) value 0.
       77 ws-volume-hold                       pic x(1) value "N".
           88 volume-hold-requested            value "H".
       77 ws-volume-flag                       pic x(1) value space.
           88 volume-out-of-band               value "V" "H".
           88 volume-held                      value "H".

      * The four same-weekday dates compared against, and the
      * history records found on them.
       77 ws-cmp-sub                           pic 9 value 0.
       01 ws-cmp-dates.
           05 ws-cmp-date                      pic 9(8)
               occurs 4 times.
       77 ws-vh-cnt                            pic 9(3) value 0.
       77 ws-vh-sub                            pic 9(3) value 0.
       01 ws-vh-table.
           05 ws-vh-entry                      occurs 100 times.
               10 ws-vh-date                   pic 9(8).
               10 ws-vh-store                  pic x(2).
               10 ws-vh-count                  pic 9(7).
               10 ws-vh-amount                 pic 9(9)v99.

      * One store's usual volume and how far today is off it
       77 ws-usual-days                        pic 9 value 0.
       77 ws-usual-cnt-total                   pic 9(7) value 0.
       77 ws-usual-amt-total                   pic 9(11)v99 value 0.
       77 ws-usual-count                       pic 9(5) value 0.
       77 ws-usual-amount                      pic 9(11)v99 value 0.
       77 ws-vol-diff                          pic s9(11)v99 value 0.
       77 ws-vol-limit                         pic 9(13)v99 value 0.

      * Date arithmetic - a week back at a time, leap years on the
      * by-4 rule.
       01 ws-date-work                         pic 9(8) value 0.
       01 ws-date-work-r redefines ws-date-work.
           05 ws-dw-year                       pic 9(4).
           05 ws-dw-month                      pic 99.
           05 ws-dw-day                        pic 99.
       77 ws-leap-quotient                     pic 9(4) value 0.
       77 ws-leap-remainder                    pic 9(4) value 0.

       01 ws-month-day-consts.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 28.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
       01 ws-month-day-tbl redefines ws-month-day-consts.
           05 ws-month-days                    pic 99
               occurs 12 times.
       77 ws-merged-cnt                        pic 9(5) value 0.

      * Store master table
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).

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

      * Header store numbers already accepted this run, to catch a
      * store's day transmitted twice (or misrouted into another
      * store's file).
           05 filler                           pic x(8) value
               "  cycle ".
           05 ws-rce-cycle                     pic 9(4).
           05 filler                           pic x(15) value
               "  volume band ".
           05 ws-rce-band                      pic zz9.
           05 filler                           pic x(8) value
               "%  hold ".
           05 ws-rce-hold                      pic x(1).
           05 filler                           pic x(16) value spaces.

       01 ws-store-status-line.
           05 filler                           pic x(2) value spaces.
           05 ws-ssl-hash                      pic $$$,$$$,$$9.99.
           05 filler                           pic x(4) value spaces.

       01 ws-volume-remark-line.
           05 filler                           pic x(7) value spaces.
           05 filler                           pic x(26) value
               "VOLUME OUT OF BAND - usual".
           05 ws-vrl-count                     pic zzzz9.
           05 filler                           pic x(9) value
               " records ".
           05 ws-vrl-amount                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-vrl-action                    pic x(20).
           05 filler                           pic x(7) value spaces.

       01 ws-merged-total-line.
           05 filler                           pic x(35) value
               "Records merged to project3   : ".
           05 ws-btl-val                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-closed-total-line.
           05 filler                           pic x(35) value
               "Stores closed (calendar)     : ".
           05 ws-ctl-val                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-volume-total-line.
           05 filler                           pic x(35) value
               "Stores out of volume band    : ".
           05 ws-vtl-val                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-volume-held-line.
           05 filler                           pic x(35) value
               "  of which held out of cycle : ".
           05 ws-vhl-val                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
      *
           perform 050-load-store-master.
           perform 060-read-run-control.
           perform 070-load-calendar.
           perform 085-load-volume-history.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
           move ws-business-yyyymmdd   to ws-rce-date.
           move ws-runctl-mode         to ws-rce-mode.
           move ws-cycle-number        to ws-rce-cycle.
           move ws-volume-band         to ws-rce-band.
           move ws-volume-hold         to ws-rce-hold.
           write print-line            from ws-runctl-echo-line
               after advancing 1 line.
           write print-line            from ws-empty-line
                   if rc-cycle-number is numeric then
                       move rc-cycle-number to ws-cycle-number
                   end-if
                   if rc-volume-band is numeric then
                       move rc-volume-band to ws-volume-band
                   end-if
                   if rc-volume-hold = "H" then
                       move "H"            to ws-volume-hold
                   end-if
               end-if
               close run-control-file
           end-if.
      *
      * Load The Store Calendar - no calendar means every store is
      * expected every day
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
      * Load The History Records Dated On The Four Same Weekdays
      * Before The Business Date
      *
       085-load-volume-history.
           move ws-business-yyyymmdd       to ws-date-work.
           perform varying ws-cmp-sub from 1 by 1
               until ws-cmp-sub > 4
                   perform 090-subtract-one-week
                   move ws-date-work       to ws-cmp-date(ws-cmp-sub)
           end-perform.

           if ws-volume-band > 0 then
               open input store-history-file
               if ws-history-file-status = "35" then
                   continue
               else
                   read store-history-file
                       at end
                           move 'y'        to ws-history-eof-flag
                   end-read
                   perform 087-load-volume-loop
                       until ws-history-eof-flag = 'y'
                   close store-history-file
               end-if
           end-if.

       087-load-volume-loop.
           if (sth-business-date = ws-cmp-date(1)) or
              (sth-business-date = ws-cmp-date(2)) or
              (sth-business-date = ws-cmp-date(3)) or
              (sth-business-date = ws-cmp-date(4)) then
               if ws-vh-cnt < 100 then
                   add 1                   to ws-vh-cnt
                   move sth-business-date  to ws-vh-date(ws-vh-cnt)
                   move sth-store-number   to ws-vh-store(ws-vh-cnt)
                   compute ws-vh-count(ws-vh-cnt) =
                       sth-s-count + sth-l-count +
                       sth-r-count + sth-e-count
                   compute ws-vh-amount(ws-vh-cnt) =
                       sth-s-amount + sth-l-amount +
                       sth-r-amount + sth-e-amount
               end-if
           end-if.

           read store-history-file
               at end
                   move 'y'                to ws-history-eof-flag.
      *
      * Take Seven Days Off The Work Date
      *
       090-subtract-one-week.
           if ws-dw-day > 7 then
               subtract 7                  from ws-dw-day
           else
               if ws-dw-month = 1 then
                   subtract 1              from ws-dw-year
                   move 12                 to ws-dw-month
               else
                   subtract 1              from ws-dw-month
               end-if
               add ws-month-days(ws-dw-month) to ws-dw-day
               if ws-dw-month = 2 then
                   divide ws-dw-year by 4
                       giving ws-leap-quotient
                       remainder ws-leap-remainder
                   if ws-leap-remainder = 0 then
                       add 1               to ws-dw-day
                   end-if
               end-if
               subtract 7                  from ws-dw-day
           end-if.
      *
      * Collect, Verify And Merge One Store's Transmission
      *
       100-collect-one-store.
           move spaces                     to ws-trans-problem
                                              ws-header-store.

           move 'n'                        to ws-cal-closed-flag.
           move space                      to ws-volume-flag.
           move zero                       to ws-usual-count
                                              ws-usual-amount.

           open input trans-file.
           if ws-trans-file-status = "35" then
               move ws-store-tbl-number(ws-store-tbl-sub)
                                           to ws-cal-check-store
               move ws-business-yyyymmdd   to ws-cal-check-date
               perform 080-check-store-closed
               if store-is-closed then
                   string "CLOSED - " ws-cal-closed-reason
                       delimited by size
                       into ws-trans-problem
               else
                   move "MISSING - NOT RECEIVED"
                                           to ws-trans-problem
               end-if
           else
               read trans-file
                   at end
                   until ws-trans-eof-flag = 'y'
               close trans-file
               perform 150-verify-transmission
               if (ws-trans-problem = spaces) and
                  (ws-volume-band > 0) then
                   perform 170-check-volume
               end-if
           end-if.

           perform 200-report-one-store.
               add 1                       to ws-good-store-cnt
               perform 160-merge-details
           else
               if store-is-closed then
                   add 1                   to ws-closed-store-cnt
               else
                   add 1                   to ws-bad-store-cnt
               end-if
           end-if.
      *
      * Read One Record Of A Store's Transmission
                   end-if
           end-perform.
      *
      * Check A Clean Transmission's Volume Against The Store's Usual
      * Same-Weekday Volume - a store with no open same weekday on
      * the history has nothing to compare against and passes
      *
       170-check-volume.
           move zero                       to ws-usual-days
                                              ws-usual-cnt-total
                                              ws-usual-amt-total.
           move ws-store-tbl-number(ws-store-tbl-sub)
                                           to ws-cal-check-store.

           perform varying ws-cmp-sub from 1 by 1
               until ws-cmp-sub > 4
                   move ws-cmp-date(ws-cmp-sub) to ws-cal-check-date
                   perform 080-check-store-closed
                   if not store-is-closed then
                       perform 175-add-usual-day
                   end-if
           end-perform.
           move 'n'                        to ws-cal-closed-flag.

           if ws-usual-days > 0 then
               compute ws-usual-count rounded =
                   ws-usual-cnt-total / ws-usual-days
               compute ws-usual-amount rounded =
                   ws-usual-amt-total / ws-usual-days

               compute ws-vol-diff = ws-detail-cnt - ws-usual-count
               if ws-vol-diff < zero then
                   compute ws-vol-diff = ws-vol-diff * -1
               end-if
               compute ws-vol-limit = ws-usual-count * ws-volume-band
               if ws-vol-diff * 100 > ws-vol-limit then
                   move "V"                to ws-volume-flag
               end-if

               compute ws-vol-diff =
                   ws-detail-amount-hash - ws-usual-amount
               if ws-vol-diff < zero then
                   compute ws-vol-diff = ws-vol-diff * -1
               end-if
               compute ws-vol-limit =
                   ws-usual-amount * ws-volume-band
               if ws-vol-diff * 100 > ws-vol-limit then
                   move "V"                to ws-volume-flag
               end-if
           end-if.

           if volume-out-of-band then
               add 1                       to ws-volume-flag-cnt
               if volume-hold-requested then
                   move "H"                to ws-volume-flag
                   add 1                   to ws-volume-held-cnt
                   move "HELD - VOLUME OUT OF BAND"
                                           to ws-trans-problem
               end-if
           end-if.

       175-add-usual-day.
           perform varying ws-vh-sub from 1 by 1
               until ws-vh-sub > ws-vh-cnt
                   if (ws-vh-store(ws-vh-sub) = ws-cal-check-store)
                      and (ws-vh-date(ws-vh-sub) = ws-cal-check-date)
                      and (ws-vh-count(ws-vh-sub) > zero) then
                       add 1               to ws-usual-days
                       add ws-vh-count(ws-vh-sub)
                                           to ws-usual-cnt-total
                       add ws-vh-amount(ws-vh-sub)
                                           to ws-usual-amt-total
                   end-if
           end-perform.
      *
      * Merge A Clean Transmission's Details Into project3.dat
      *
       160-merge-details.
           write print-line from ws-store-status-line
               after advancing 1 line.

           if volume-out-of-band then
               move ws-usual-count         to ws-vrl-count
               move ws-usual-amount        to ws-vrl-amount
               if volume-held then
                   move "HELD OUT OF CYCLE" to ws-vrl-action
               else
                   move "POSTED"           to ws-vrl-action
               end-if
               write print-line from ws-volume-remark-line
                   after advancing 1 line
           end-if.

      * Machine copy for the acknowledgment step
           move spaces                     to status-record.
           move ws-store-tbl-number(ws-store-tbl-sub)
               to sta-store-number.
           move ws-ssl-status              to sta-status.
           move ws-detail-cnt              to sta-record-count.
           move ws-detail-amount-hash      to sta-amount-hash.
           move ws-volume-flag             to sta-volume-flag.
           move ws-usual-count             to sta-usual-count.
           move ws-usual-amount            to sta-usual-amount.
           write status-record.
      *
      * Print Footer
           write print-line from ws-bad-total-line
               after advancing 1 line.

           move ws-closed-store-cnt        to ws-ctl-val.
           write print-line from ws-closed-total-line
               after advancing 1 line.

           move ws-volume-flag-cnt         to ws-vtl-val.
           write print-line from ws-volume-total-line
               after advancing 1 line.

           move ws-volume-held-cnt         to ws-vhl-val.
           write print-line from ws-volume-held-line
               after advancing 1 line.

       end program program14.
