       author. Smit Patel. Devansh Patel.
       date-written. 2026-08-22.
      * Description : Reconcile the card tenders program2 totalled by
      * store against the processor's daily settlement file.  The
      * totals come off program1's tender lines, so the credit and
      * debit parts of a split-tender sale are settled with the rest.
      * Every
      * store/tender pair is matched and printed with our total, the
      * settled total and the variance; tender totals the processor
      * never settled and settlement records for stores we did not
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
      * Our side - one entry per store and tender, built from
      * program2's tender totals file.  The settled flag marks
      * entries the processor's file covered.
       77 ws-our-cnt                           pic 9(3) value 0.
       77 ws-our-sub                           pic 9(3) value 0.
       77 ws-our-match-sub                     pic 9(3) value 0.
       01 ws-our-table.
           05 ws-our-entry                     occurs 198 times.
               10 ws-our-store                 pic x(2).
               10 ws-our-tender                pic x(2).
               10 ws-our-amount                pic 9(9)v99.
           close tender-totals-file.

       055-load-tender-loop.
           if ws-our-cnt < 197 then
               add 1                       to ws-our-cnt
               move ttl-store-number
                   to ws-our-store(ws-our-cnt)
