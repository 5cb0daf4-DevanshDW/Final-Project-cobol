      * correction queue - with an ALL CLEAR line when nothing
      * needs a human today.  This page is what goes to management
      * each morning.
      *
      * A store the store calendar had closed for the day is listed
      * as closed under its own headline; it is not a failed
      * transmission and does not cost the day its ALL CLEAR.
      *
      * Stores whose transmission volume was outside the operator's
      * band against their usual same weekday are listed with both
      * figures and whether the day was posted or held out of the
      * cycle; a held store is also a failed transmission.
      *
      * Stores tracking more than the operator's plan shortfall
      * percent (card positions 48-50) below their sales plan to date
      * are listed from program44's PlanTracking.dat with the plan to
      * date, the actual and how far below it is; each needs a human.
      * A shortfall percent of zero leaves the check off.
      *
       environment division.
       input-output section.
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select plan-tracking-file
               assign "../../../data/PlanTracking.dat"
               organization is line sequential
               file status is ws-plan-file-status.
      *
           select print-file
               assign "../../../data/morning_digest.out"
           05 orphan-rec-trans-amount          pic 9(5)v99.
           05 filler                           pic x(50).
      *
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
       fd held-records-file
           data record is held-line
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
           05 filler                           pic x(17).
           05 rc-plan-shortfall-pct            pic 9(3).
           05 filler                           pic x(30).
      *
      * Plan tracking - one record per planned store for the business
      * date, rebuilt by program44 every cycle.
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
       77 ws-tender-eof-flag                   pic x value 'n'.
       77 ws-settle-eof-flag                   pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-plan-file-status                  pic xx value spaces.
       77 ws-plan-eof-flag                     pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-business-yyyymmdd                 pic 9(8) value 0.
       77 ws-orphan-cnt                        pic 9(5) value 0.
       77 ws-orphan-amt                        pic 9(9)v99 value 0.
       77 ws-bad-store-cnt                     pic 99 value 0.
       77 ws-closed-store-cnt                  pic 99 value 0.
       77 ws-volume-flag-cnt                   pic 99 value 0.
       77 ws-volume-posted-cnt                 pic 99 value 0.
       77 ws-plan-shortfall-pct                pic 9(3) value 0.
       77 ws-plan-short-cnt                    pic 99 value 0.
       77 ws-held-cnt                          pic 9(5) value 0.
       77 ws-exception-cnt                     pic 9(7) value 0.

           05 ws-trl-cnt                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-closed-store-line.
           05 filler                           pic x(35) value
               "Stores closed (calendar)     : ".
           05 ws-csl-cnt                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-volume-line.
           05 filler                           pic x(35) value
               "Transmission volume out of band: ".
           05 ws-vol-cnt                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-volume-detail.
           05 filler                           pic x(9) value
               "  Store ".
           05 ws-vld-store                     pic x(2).
           05 filler                           pic x(7) value
               "  sent ".
           05 ws-vld-count                     pic zzzz9.
           05 filler                           pic x(1) value space.
           05 ws-vld-amount                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(8) value
               "  usual ".
           05 ws-vld-usual-count               pic zzzz9.
           05 filler                           pic x(1) value space.
           05 ws-vld-usual-amount              pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-vld-action                    pic x(17).
           05 filler                           pic x(5) value spaces.

       01 ws-plan-short-line.
           05 filler                           pic x(17) value
               "Stores more than ".
           05 ws-psl-pct                       pic zz9.
           05 filler                           pic x(15) value
               "% below plan : ".
           05 ws-psl-cnt                       pic zz9.
           05 filler                           pic x(52) value spaces.

       01 ws-plan-short-detail.
           05 filler                           pic x(9) value
               "  Store ".
           05 ws-psd-store                     pic x(2).
           05 filler                           pic x(15) value
               "  plan to date ".
           05 ws-psd-plan-to-date              pic $$$,$$$,$$9.99.
           05 filler                           pic x(9) value
               "  actual ".
           05 ws-psd-actual                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-psd-pct                       pic zz9.9.
           05 filler                           pic x(12) value
               "% below plan".
           05 filler                           pic x(8) value spaces.

       01 ws-bad-store-detail.
           05 filler                           pic x(9) value
               "  Store ".
           perform 084-match-settlements.
           perform 090-check-audit-chain.
           perform 095-count-held-records.
           perform 097-count-plan-shortfalls.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
               after advancing 1 line.
           perform 100-list-bad-stores.

           if ws-closed-store-cnt > 0 then
               move ws-closed-store-cnt to ws-csl-cnt
               write print-line from ws-closed-store-line
                   after advancing 1 line
               perform 110-list-closed-stores
           end-if.

           if ws-volume-flag-cnt > 0 then
               move ws-volume-flag-cnt to ws-vol-cnt
               write print-line from ws-volume-line
                   after advancing 1 line
               perform 120-list-volume-stores
           end-if.

           if ws-plan-short-cnt > 0 then
               move ws-plan-shortfall-pct to ws-psl-pct
               move ws-plan-short-cnt  to ws-psl-cnt
               write print-line from ws-plan-short-line
                   after advancing 1 line
               perform 130-list-plan-stores
           end-if.

           if settlement-file-absent then
               write print-line from ws-settlement-absent-line
                   after advancing 1 line
      * The bottom line management actually reads
           compute ws-exception-cnt =
               ws-reject-cnt + ws-orphan-cnt + ws-bad-store-cnt
               + ws-settle-var-cnt + ws-volume-posted-cnt
               + ws-plan-short-cnt.
           if not audit-chain-balances then
               add 1                   to ws-exception-cnt
           end-if.
                       move rc-settle-tolerance
                           to ws-settle-tolerance
                   end-if
                   if rc-plan-shortfall-pct is numeric then
                       move rc-plan-shortfall-pct
                           to ws-plan-shortfall-pct
                   end-if
               end-if
               close run-control-file
           end-if.
           end-if.

       085-check-one-status.
           if (sta-volume-flag = "V") or (sta-volume-flag = "H") then
               add 1                       to ws-volume-flag-cnt
               if sta-volume-flag = "V" then
                   add 1                   to ws-volume-posted-cnt
               end-if
           end-if.
           if sta-status(1:6) = "CLOSED" then
               add 1                       to ws-closed-store-cnt
           else
               if sta-status not = "RECEIVED AND VERIFIED" then
                   add 1                   to ws-bad-store-cnt
               end-if
           end-if.
           read status-file
               at end
           end-if.

       105-list-one-bad-store.
           if (sta-status not = "RECEIVED AND VERIFIED") and
              (sta-status(1:6) not = "CLOSED") then
               move sta-store-number       to ws-bsd-store
               move sta-status             to ws-bsd-status
               write print-line from ws-bad-store-detail
               at end
                   move 'y'                to ws-status-eof-flag.
      *
      * List The Stores The Calendar Had Closed For The Day
      *
       110-list-closed-stores.
           move 'n'                        to ws-status-eof-flag.
           open input status-file.
           if ws-status-file-status = "35" then
               continue
           else
               read status-file
                   at end
                       move 'y'            to ws-status-eof-flag
               end-read
               perform 115-list-one-closed-store
                   until ws-status-eof-flag = 'y'
               close status-file
           end-if.

       115-list-one-closed-store.
           if sta-status(1:6) = "CLOSED" then
               move sta-store-number       to ws-bsd-store
               move sta-status             to ws-bsd-status
               write print-line from ws-bad-store-detail
                   after advancing 1 line
           end-if.
           read status-file
               at end
                   move 'y'                to ws-status-eof-flag.
      *
      * List The Stores Whose Volume Was Out Of Band
      *
       120-list-volume-stores.
           move 'n'                        to ws-status-eof-flag.
           open input status-file.
           if ws-status-file-status = "35" then
               continue
           else
               read status-file
                   at end
                       move 'y'            to ws-status-eof-flag
               end-read
               perform 125-list-one-volume-store
                   until ws-status-eof-flag = 'y'
               close status-file
           end-if.

       125-list-one-volume-store.
           if (sta-volume-flag = "V") or (sta-volume-flag = "H") then
               move sta-store-number       to ws-vld-store
               move sta-record-count       to ws-vld-count
               move sta-amount-hash        to ws-vld-amount
               move sta-usual-count        to ws-vld-usual-count
               move sta-usual-amount       to ws-vld-usual-amount
               if sta-volume-flag = "H" then
                   move "HELD OUT OF CYCLE" to ws-vld-action
               else
                   move "POSTED"           to ws-vld-action
               end-if
               write print-line from ws-volume-detail
                   after advancing 1 line
           end-if.
           read status-file
               at end
                   move 'y'                to ws-status-eof-flag.
      *
      * List The Stores Tracking Too Far Below Plan
      *
       130-list-plan-stores.
           move 'n'                        to ws-plan-eof-flag.
           open input plan-tracking-file.
           if ws-plan-file-status = "35" then
               continue
           else
               read plan-tracking-file
                   at end
                       move 'y'            to ws-plan-eof-flag
               end-read
               perform 135-list-one-plan-store
                   until ws-plan-eof-flag = 'y'
               close plan-tracking-file
           end-if.

       135-list-one-plan-store.
           if (plt-business-date = ws-business-yyyymmdd) and
              (plt-below-plan) and
              (plt-variance-pct > ws-plan-shortfall-pct) then
               move plt-store-number       to ws-psd-store
               move plt-plan-to-date       to ws-psd-plan-to-date
               move plt-actual-to-date     to ws-psd-actual
               move plt-variance-pct       to ws-psd-pct
               write print-line from ws-plan-short-detail
                   after advancing 1 line
           end-if.
           read plan-tracking-file
               at end
                   move 'y'                to ws-plan-eof-flag.
      *
      * Load The Per-Store Card Tender Totals - one entry per store
      * and card tender, the same shape the settlement step uses
      *
           read held-records-file
               at end
                   move 'y'                to ws-held-eof-flag.
      *
      * Count The Stores Tracking More Than The Shortfall Percent
      * Below Plan - this cycle's tracking only, and none when the
      * check is off or program44 has not run
      *
       097-count-plan-shortfalls.
           if ws-plan-shortfall-pct = 0 then
               continue
           else
               open input plan-tracking-file
               if ws-plan-file-status = "35" then
                   continue
               else
                   read plan-tracking-file
                       at end
                           move 'y'        to ws-plan-eof-flag
                   end-read
                   perform 098-count-one-plan-store
                       until ws-plan-eof-flag = 'y'
                   close plan-tracking-file
               end-if
           end-if.

       098-count-one-plan-store.
           if (plt-business-date = ws-business-yyyymmdd) and
              (plt-below-plan) and
              (plt-variance-pct > ws-plan-shortfall-pct) then
               add 1                       to ws-plan-short-cnt
           end-if.
           read plan-tracking-file
               at end
                   move 'y'                to ws-plan-eof-flag.

       end program program28.
