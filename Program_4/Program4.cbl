               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
           select rate-history-file
               assign "../../../data/TaxRateHistory.dat"
               organization is line sequential
               file status is ws-rate-file-status.
      *
       data division.
       file section.
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
      * Working storage section
      *
       77 ws-temp-total-trans                  pic 9(9)V99
           value zeroes.
       77 ws-total-trans-amount-calc           pic 9(6)V99.
       77 ws-tax-applicable                    pic 9(2)v99 value 0.
       77 ws-print-store-limit                 pic 99 value 6.
       77 ws-hdr-sub                           pic 99 value 0.
       77 ws-store-tax-lookup-sub              pic 99 value 0.
       77 ws-total-units-returned              pic 9(7) value 0.

      * High-dollar return exception threshold, set on the
      * run-control card, default 500.00.
       77 ws-exception-threshold               pic 9(5)v99
           value 500.00.
       77 ws-exception-cnt                     pic 9(6) value 0.
       77 ws-exc-print-sub                     pic 9(6) value 0.
       77 ws-exc-overflow-flag                 pic x value 'n'.

       01 ws-total-tran-per-store occurs 20 times
           indexed by index-store.
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-tax-rate        pic 9(2)v99.

      * Tax rate history table - a return is taxed at its store's
      * entry with the latest effective date on or before the
      * business date; a store with none keeps its store master rate.
       77 ws-rate-file-status                  pic xx value spaces.
       77 ws-rate-eof-flag                     pic x value 'n'.
       77 ws-rate-tbl-cnt                      pic 9(4) value 0.
       77 ws-rate-tbl-sub                      pic 9(4) value 0.
       77 ws-rate-best-date                    pic 9(8) value 0.
       77 ws-rate-found-flag                   pic x value 'n'.
           88 rate-history-found               value 'y'.
       77 ws-business-date                     pic 9(8) value 0.
       77 ws-tax-as-of-date                    pic 9(8) value 0.
       01 ws-rate-table.
           05 ws-rate-entry                    occurs 500 times.
               10 ws-rate-tbl-store            pic x(2).
               10 ws-rate-tbl-effective        pic 9(8).
               10 ws-rate-tbl-rate             pic 9(2)v99.

      * Return-reason-code breakdown table. The codes and their
      * descriptions are fixed by company policy, so they are carried
      * as literal constants (via REDEFINES) rather than a master
      * until the footer so they can be listed together in their own
      * section rather than buried in the 20-line detail pages.
       01 ws-exception-table.
           05 ws-exception-entry occurs 100000 times.
               10 ws-exc-store                 pic x(2).
               10 ws-exc-invoice                pic x(9).
               10 ws-exc-amount                pic 9(5)v99.
           open output print-file.

           perform 105-load-store-master.
           perform 103-load-rate-history.
           perform 107-build-store-headers.

      * Run-control card - exception threshold and business date

           perform 110-process-lines   until ws-eof-flag = 't'.

      * A high-dollar return left off the exception section would go
      * unreviewed - stop the step rather than print a short list.
           if ws-exc-overflow-flag = 'y' then
               display "PROGRAM4 STOPPED: more than 100000 high-dollar"
                   " returns - exception section incomplete."
                   upon console
               close data-file print-file
               move 8                      to return-code
               goback
           end-if.

           perform 120-print-footer.

      * Trial-run mode leaves the shared audit trail untouched.
                   end-if
                   if (rc-business-date is numeric) then
                       move rc-business-date to ws-rce-date
                       move rc-business-date to ws-business-date
                   end-if
                   move rc-run-mode    to ws-rce-mode
                   if rc-cycle-number is numeric then
               close run-control-file
           end-if.
      *
      * Load The Tax Rate History - there is none until the first
      * rate change is maintained
      *
       103-load-rate-history.
           open input rate-history-file.

           if ws-rate-file-status = "35" then
               continue
           else
               read rate-history-file
                   at end
                       move 'y'            to ws-rate-eof-flag
               end-read
               perform 104-load-rate-loop
                   until ws-rate-eof-flag = 'y'
               close rate-history-file
           end-if.

       104-load-rate-loop.
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
      * Load Store Master File into working storage
      *
       105-load-store-master.
           perform 170-process-stores varying index-store from 1 BY 1
               until index-store > ws-total-number-of-stores.

      * Tax refunded at the return's own store's rate in force
           perform 165-lookup-store-tax-rate.

           compute ws-tax-indi rounded =
               (input-rec-trans-amount * ws-tax-applicable) / 100.

           perform 180-tally-reason-code.
           perform 178-check-exception.
      *
      * Look Up The Rate In Force For This Return's Store On The
      * Business Date (the return's own date when there is no
      * run-control card) - the store master rate unless the store
      * has a rate history
      *
       165-lookup-store-tax-rate.
           move zero                       to ws-tax-applicable.

           perform varying ws-store-tax-lookup-sub from 1 by 1
               until ws-store-tax-lookup-sub > ws-total-number-of-stores
                   if (input-rec-store-number =
                       ws-store-num-const(ws-store-tax-lookup-sub)) then
                       move ws-store-tbl-tax-rate(
                           ws-store-tax-lookup-sub)
                           to ws-tax-applicable
                   end-if
           end-perform.

           if ws-business-date > zero then
               move ws-business-date       to ws-tax-as-of-date
           else
               move input-rec-trans-date   to ws-tax-as-of-date
           end-if.

           move 'n'                        to ws-rate-found-flag.
           move zero                       to ws-rate-best-date.

           perform varying ws-rate-tbl-sub from 1 by 1
               until ws-rate-tbl-sub > ws-rate-tbl-cnt
                   if (input-rec-store-number =
                       ws-rate-tbl-store(ws-rate-tbl-sub)) and
                      (ws-rate-tbl-effective(ws-rate-tbl-sub) not >
                       ws-tax-as-of-date) and
                      ((not rate-history-found) or
                       (ws-rate-tbl-effective(ws-rate-tbl-sub) not <
                        ws-rate-best-date)) then
                       move 'y'            to ws-rate-found-flag
                       move ws-rate-tbl-effective(ws-rate-tbl-sub)
                                           to ws-rate-best-date
                       move ws-rate-tbl-rate(ws-rate-tbl-sub)
                                           to ws-tax-applicable
                   end-if
           end-perform.
      *
      * Processing each store
      *
       170-process-stores.
      *
       178-check-exception.
           if (input-rec-trans-amount > ws-exception-threshold) and
              (ws-exception-cnt not < 100000) then
               move 'y'                    to ws-exc-overflow-flag
           end-if.
           if (input-rec-trans-amount > ws-exception-threshold) and
              (ws-exception-cnt < 100000) then
               add 1                       to ws-exception-cnt
               move input-rec-store-number
                   to ws-exc-store(ws-exception-cnt)
