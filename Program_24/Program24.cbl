      * cycles.  When the card carries a window limit (minutes) and
      * the latest cycle's total exceeds it, a warning goes to the
      * console so the operator hears about the creep before the
      * window is blown.  Steps run on a restart of a stopped cycle
      * carry a restart mark; the report names the step the latest
      * cycle was restarted at and marks every restarted cycle in
      * the per-cycle totals.
      *
       environment division.
       input-output section.
       file section.
       fd step-timing-file
           data record is step-timing-record
           record contains 43 characters.
      *
       01 step-timing-record.
           05 stp-cycle-number                 pic 9(4).
           05 stp-start-time                   pic 9(6).
           05 stp-end-time                     pic 9(6).
           05 stp-elapsed-secs                 pic 9(6).
           05 stp-restart-flag                 pic x(1).
               88 stp-step-was-restarted       value "R".
      *
      * Run-control parameter card - positions 32-34 carry the
      * operator-set batch-window limit in minutes (000 = no limit).
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 rc-cycle-number                  pic 9(4).
           05 rc-force-flag                    pic x(1).
           05 rc-window-limit-mins             pic 9(3).
           05 filler                           pic x(46).
      *
       fd print-file
           record contains 90 characters
               10 ws-tim-cycle                 pic 9(4).
               10 ws-tim-step                  pic x(12).
               10 ws-tim-elapsed               pic 9(6).
               10 ws-tim-restart               pic x(1).

       77 ws-latest-cycle                      pic 9(4) value 0.
       77 ws-latest-restart-step               pic x(12) value spaces.

      * Distinct step names seen, with the latest cycle's elapsed
      * and the prior cycles' average for the trend column.
           05 ws-cycle-entry                   occurs 10 times.
               10 ws-cyc-number                pic 9(4).
               10 ws-cyc-total-secs            pic 9(7).
               10 ws-cyc-restart-flag          pic x(1).

       77 ws-latest-total-secs                 pic 9(7) value 0.
       77 ws-latest-total-mins                 pic 9(5) value 0.
           05 ws-ctl-secs                      pic zzz,zz9.
           05 filler                           pic x(8) value
               " seconds".
           05 filler                           pic x(2) value spaces.
           05 ws-ctl-restart                   pic x(9).
           05 filler                           pic x(48) value spaces.

       01 ws-no-timing-line                    pic x(90) value
           "  No step timing on file yet - run the daily cycle first.".

       01 ws-restart-line.
           05 filler                           pic x(32) value
               "Latest cycle restarted at step: ".
           05 ws-rsl-step                      pic x(12).
           05 filler                           pic x(46) value spaces.

       01 ws-limit-line.
           05 filler                           pic x(25) value
               "Window limit (minutes) : ".
               move ws-latest-cycle        to ws-cyl-cycle
               write print-line from ws-cycle-line
                   after advancing 2 line
               if ws-latest-restart-step not = spaces then
                   move ws-latest-restart-step to ws-rsl-step
                   write print-line from ws-restart-line
                       after advancing 1 line
               end-if
               move ws-window-limit-mins   to ws-lml-val
               write print-line from ws-limit-line
                   after advancing 1 line
                   to ws-tim-cycle(ws-tim-tbl-cnt)
               move stp-step-name
                   to ws-tim-step(ws-tim-tbl-cnt)
               move stp-restart-flag
                   to ws-tim-restart(ws-tim-tbl-cnt)
               if stp-elapsed-secs is numeric then
                   move stp-elapsed-secs
                       to ws-tim-elapsed(ws-tim-tbl-cnt)
                           to ws-latest-cycle
                   end-if
           end-perform.

      * The first step the latest cycle ran on a restart is where it
      * was picked up again.
           move spaces                     to ws-latest-restart-step.

           perform varying ws-tim-tbl-sub from 1 by 1
               until ws-tim-tbl-sub > ws-tim-tbl-cnt
               or ws-latest-restart-step not = spaces
                   if (ws-tim-cycle(ws-tim-tbl-sub) = ws-latest-cycle)
                       and (ws-tim-restart(ws-tim-tbl-sub) = "R") then
                       move ws-tim-step(ws-tim-tbl-sub)
                           to ws-latest-restart-step
                   end-if
           end-perform.
      *
      * Build One Entry Per Step Name - the latest cycle's elapsed
      * time plus the prior cycles' running sum for the average
                       to ws-cyc-number(ws-cyc-tbl-cnt)
                   move zeroes
                       to ws-cyc-total-secs(ws-cyc-tbl-cnt)
                   move space
                       to ws-cyc-restart-flag(ws-cyc-tbl-cnt)
                   move ws-cyc-tbl-cnt     to ws-cyc-match-sub
               else
      * Table full - displace the lowest cycle number if this one
                           to ws-cyc-number(ws-cyc-low-sub)
                       move zeroes
                           to ws-cyc-total-secs(ws-cyc-low-sub)
                       move space
                           to ws-cyc-restart-flag(ws-cyc-low-sub)
                       move ws-cyc-low-sub to ws-cyc-match-sub
                   end-if
               end-if
           if ws-cyc-match-sub > 0 then
               add ws-tim-elapsed(ws-tim-tbl-sub)
                   to ws-cyc-total-secs(ws-cyc-match-sub)
               if ws-tim-restart(ws-tim-tbl-sub) = "R" then
                   move "R"
                       to ws-cyc-restart-flag(ws-cyc-match-sub)
               end-if
           end-if.
      *
      * Print One Step's Trend Line
       210-print-cycle-total.
           move ws-cyc-number(ws-cyc-tbl-sub)     to ws-ctl-cycle.
           move ws-cyc-total-secs(ws-cyc-tbl-sub) to ws-ctl-secs.
           if ws-cyc-restart-flag(ws-cyc-tbl-sub) = "R" then
               move "RESTARTED"            to ws-ctl-restart
           else
               move spaces                 to ws-ctl-restart
           end-if.
           write print-line from ws-cycle-total-line
               after advancing 1 line.
      *
