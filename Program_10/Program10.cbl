      * record instead of living in the operator's shell history.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 rc-force-flag                    pic x(1).
           05 filler                           pic x(49).
      *
       fd print-file
           record contains 90 characters
       77 ws-exch-eof-flag                     pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-sales-in-cnt                      pic 9(7) value 0.
       77 ws-sales-out-cnt                     pic 9(7) value 0.
       77 ws-voided-today-cnt                  pic 9(7) value 0.
       77 ws-voided-today-amt                  pic 9(9)v99 value 0.
       77 ws-voided-prior-cnt                  pic 9(7) value 0.
       77 ws-voided-prior-amt                  pic 9(9)v99 value 0.
       77 ws-unmatched-void-cnt                pic 9(7) value 0.
       77 ws-unmatched-void-amt                pic 9(9)v99 value 0.

       01 ws-business-yyyymmdd                 pic 9(8) value 0.
      * The day's void records, loaded at start-up.  Each entry is
      * marked once it has cancelled a sale so a single V record can
      * never remove two sales.
       77 ws-void-tbl-cnt                      pic 9(6) value 0.
       77 ws-void-overflow-flag                pic x value 'n'.
       77 ws-void-tbl-sub                      pic 9(6) value 0.
       77 ws-void-match-sub                    pic 9(6) value 0.
       01 ws-void-table.
           05 ws-void-entry                    occurs 100000 times.
               10 ws-void-tbl-store            pic x(2).
               10 ws-void-tbl-invoice          pic x(9).
               10 ws-void-tbl-amount           pic 9(5)v99.
       01 ws-sales-in-line.
           05 filler                           pic x(35) value
               "S&L records read             : ".
           05 ws-sin-val                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-voided-today-line.
           05 filler                           pic x(35) value
               "Today's originals removed    : ".
           05 ws-vtd-val                       pic z,zzz,zz9.
           05 filler                           pic x(10) value
               "  Amount: ".
           05 ws-vtd-amt                       pic $$,$$$,$$9.99.
           05 filler                           pic x(23) value spaces.

       01 ws-voided-prior-line.
           05 filler                           pic x(35) value
               "Prior-cycle sales voided     : ".
           05 ws-vpr-val                       pic z,zzz,zz9.
           05 filler                           pic x(10) value
               "  Amount: ".
           05 ws-vpr-amt                       pic $$,$$$,$$9.99.
           05 filler                           pic x(23) value spaces.

       01 ws-sales-out-line.
           05 filler                           pic x(35) value
               "Adjusted extract written     : ".
           05 ws-sot-val                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-unmatched-total-line.
           05 filler                           pic x(35) value
               "Unmatched voids              : ".
           05 ws-umv-val                       pic z,zzz,zz9.
           05 filler                           pic x(10) value
               "  Amount: ".
           05 ws-umv-amt                       pic $$,$$$,$$9.99.
           05 filler                           pic x(23) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
           perform 090-check-already-posted.

           perform 050-load-void-table.

      * A void left out of the table would never cancel its sale -
      * stop before anything is written rather than drop it.
           if ws-void-overflow-flag = 'y' then
               display "PROGRAM10 STOPPED: more than 100000 void"
                   " records - nothing applied." upon console
               move 8                      to return-code
               stop run
           end-if.

           perform 070-load-store-master.

           open input sl-file.
           close void-file.

       055-load-void-loop.
           if ws-void-tbl-cnt < 100000 then
               add 1                       to ws-void-tbl-cnt
               move void-rec-store-number
                   to ws-void-tbl-store(ws-void-tbl-cnt)
                   to ws-void-tbl-amount(ws-void-tbl-cnt)
               move 'n'
                   to ws-void-tbl-matched(ws-void-tbl-cnt)
           else
               move 'y'                    to ws-void-overflow-flag
           end-if.

           read void-file
