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
           05 input-rec-invoice-number         pic x(9).
           05 input-rec-sku-code               pic x(15).
           05 input-rec-return-reason-code     pic x(2).
               88 sale-is-tax-exempt           value "EX".
           05 input-rec-trans-date             pic 9(8).
           05 input-rec-quantity               pic 9(3).
           05 input-rec-salesperson-id         pic x(3).
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
       working-storage section.
      *
       77 ws-min-no-of-transaction-store       pic 99 value 00.
       77 ws-store-tax-lookup-sub              pic 99 value 0.
       77 ws-store-tax-rate-found              pic 9(2)v99 value 0.
       77 ws-total-exempt-cnt                  pic 9(7) value 0.
       77 ws-total-exempt-amt                  pic 9(9)v99 value 0.
      *
      * Tax rate history table - the rate in force for a store is its
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
      *
       01 ws-total-trans-store-indi        occurs 20 times
           indexed by indx-for-store.
               " -  ".
           05 ws-txb-amt-out                   pic $$,$$9.99.
           05 filler                           pic x(50) value spaces.
      *
       01 ws-tax-exempt-line.
           05 filler                           pic x(30) value
               "  Tax-exempt sales (no tax) : ".
           05 ws-txe-cnt-out                   pic z,zzz,zz9.
           05 filler                           pic x(4) value spaces.
           05 ws-txe-amt-out                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(33) value spaces.
      *
       01 ws-store-num-with-highest-sl.
           05 filler                           pic x(49) value 
           open output output-file.

           perform 105-load-store-master.
           perform 107-load-rate-history.
           perform 109-read-run-control.
      * Move date and time
           accept ws-rh-date from date.
               if ws-runctl-eof-flag not = 'y' then
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
       107-load-rate-history.
           open input rate-history-file.

           if ws-rate-file-status = "35" then
               continue
           else
               read rate-history-file
                   at end
                       move 'y'            to ws-rate-eof-flag
               end-read
               perform 108-load-rate-loop
                   until ws-rate-eof-flag = 'y'
               close rate-history-file
           end-if.

       108-load-rate-loop.
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
           compute ws-tax-for-each-person ROUNDED =
               (input-rec-trans-amount * ws-store-tax-rate-found) / 100.

      * A sale made tax-exempt under a customer's certificate is not
      * taxable - program1 has already checked the certificate.
           if sale-is-tax-exempt then
               move zero                   to ws-tax-for-each-person
               add 1                       to ws-total-exempt-cnt
               add input-rec-trans-amount  to ws-total-exempt-amt
           end-if.

           perform 143-accumulate-store-tax.

           move input-rec-trans-code       to ws-trans-code.
                           to ws-store-tax-rate-found
                   end-if
           end-perform.

      * The rate in force on the business date the record is posted
      * under overrides the master rate (the record's own date when
      * there is no run-control card)
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
                                           to ws-store-tax-rate-found
                   end-if
           end-perform.
      *
      * Add This Record's Tax Onto Its Own Store's Tax-Owing Total
      *
               varying indx-for-store from 1 by 1
               until indx-for-store > ws-total-number-of-stores.

           move ws-total-exempt-cnt        to ws-txe-cnt-out.
           move ws-total-exempt-amt        to ws-txe-amt-out.
           write print-line from ws-tax-exempt-line
               after advancing 1 line.

           move ws-max-no-of-transaction-store to
           ws-snum-w-h-sl-val.
           write print-line from ws-store-num-with-highest-sl
