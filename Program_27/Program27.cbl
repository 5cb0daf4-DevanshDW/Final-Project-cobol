      * Description : Cash deposit reconciliation, in the style of
      * the card settlement step.  Cash - our largest tender - was
      * reconciled by nobody: program2 now totals cash takings per
      * store onto the tender totals file (off program1's tender
      * lines, the cash part of a split-tender sale included), this
      * step writes each
      * store a deposit advice saying what it should bank, and
      * compares the expected deposits against the bank's
      * confirmation file.  Short or missing deposits beyond the
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
           05 filler                           pic x(50).
      *
      * Working storage section
      *
      * Our side - one entry per store, built from program2's cash
      * totals.  The banked flag marks stores the bank's file
      * covered.
       77 ws-our-cnt                           pic 9(3) value 0.
       77 ws-our-sub                           pic 9(3) value 0.
       77 ws-our-match-sub                     pic 9(3) value 0.
       01 ws-our-table.
           05 ws-our-entry                     occurs 99 times.
               10 ws-our-store                 pic x(2).
               10 ws-our-amount                pic 9(9)v99.
               10 ws-our-banked                pic x(1).
           close tender-totals-file.

       055-load-cash-loop.
           if ws-our-cnt < 99 then
               add 1                       to ws-our-cnt
               move ttl-store-number
                   to ws-our-store(ws-our-cnt)
