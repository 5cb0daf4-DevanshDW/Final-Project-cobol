      * top-customers-by-store report head office needs for the
      * loyalty mailing.  Walk-in sales (blank customer) are counted
      * separately so the report still reconciles to the extract.
      *
      * Tax-exempt sales (flagged "EX" in the reason field and
      * already checked by program1 against the customer's
      * certificate) are also appended to the exempt-sales history,
      * one record per sale with the certificate it was made under,
      * for the tax remittance's exempt-sales schedule.
      *
      * Exempt-sales history layout (ExemptSalesHistory.dat, 59):
      *   business date 9(8), store x(2), customer x(6),
      *   certificate x(15), exemption type x(1), invoice x(9),
      *   transaction code x(1), transaction date 9(8),
      *   amount 9(7)v99
      *
       environment division.
       input-output section.
               assign "../../../data/CustomerApplied.dat"
               organization is line sequential
               file status is ws-applied-file-status.
      *
           select exempt-history-file
               assign "../../../data/ExemptSalesHistory.dat"
               organization is line sequential
               file status is ws-exempt-file-status.
      *
           select print-file
               assign "../../../data/top_customers_report.out"
           05 sl-rec-invoice-number            pic x(9).
           05 sl-rec-sku-code                  pic x(15).
           05 sl-rec-return-reason-code        pic x(2).
               88 sl-sale-is-tax-exempt        value "EX".
           05 sl-rec-trans-date                pic 9(8).
           05 sl-rec-quantity                  pic 9(3).
           05 sl-rec-salesperson-id            pic x(3).
      *
       fd customer-master-file
           data record is customer-master-record
           record contains 50 characters.
      *
       01 customer-master-record.
           05 cst-customer-number              pic x(6).
           05 cst-name                         pic x(20).
           05 cst-exempt-cert                  pic x(15).
           05 cst-exempt-type                  pic x(1).
           05 cst-exempt-expiry                pic 9(8).
      *
      * Run-control parameter card, one per cycle, read at start-up
      * by every program in the chain so a run's parameters are on
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
       fd applied-date-file
           data record is applied-date-record
      *
       01 applied-date-record.
           05 apd-business-date                pic 9(8).
      *
      * Exempt-sales history - appended each cycle, carried forward
       fd exempt-history-file
           data record is exempt-history-record
           record contains 59 characters.
      *
       01 exempt-history-record.
           05 exh-business-date                pic 9(8).
           05 exh-store-number                 pic x(2).
           05 exh-customer-number              pic x(6).
           05 exh-exempt-cert                  pic x(15).
           05 exh-exempt-type                  pic x(1).
           05 exh-invoice-number               pic x(9).
           05 exh-trans-code                   pic x(1).
           05 exh-trans-date                   pic 9(8).
           05 exh-amount                       pic 9(7)v99.
      *
       fd print-file
           record contains 90 characters
       77 ws-chnew-file-status                 pic xx value spaces.
       77 ws-cust-file-status                  pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-exempt-file-status                pic xx value spaces.
       77 ws-sl-eof-flag                       pic x value 'n'.
       77 ws-chist-eof-flag                    pic x value 'n'.
       77 ws-cust-eof-flag                     pic x value 'n'.
       77 ws-walk-in-cnt                       pic 9(5) value 0.
       77 ws-walk-in-amt                       pic 9(9)v99 value 0.
       77 ws-posted-cnt                        pic 9(5) value 0.
       77 ws-exempt-cnt                        pic 9(5) value 0.
       77 ws-exempt-amt                        pic 9(9)v99 value 0.

      * The cycle's exempt sales, held until the history is written
       77 ws-exs-tbl-cnt                       pic 9(4) value 0.
       77 ws-exs-tbl-sub                       pic 9(4) value 0.
       77 ws-exs-overflow-flag                 pic x value 'n'.
       01 ws-exs-table.
           05 ws-exs-entry                     occurs 2000 times.
               10 ws-exs-tbl-store             pic x(2).
               10 ws-exs-tbl-cust              pic x(6).
               10 ws-exs-tbl-cert              pic x(15).
               10 ws-exs-tbl-type              pic x(1).
               10 ws-exs-tbl-invoice           pic x(9).
               10 ws-exs-tbl-code              pic x(1).
               10 ws-exs-tbl-date              pic 9(8).
               10 ws-exs-tbl-amount            pic 9(7)v99.

      * Customer history table - the file loaded at start-up plus
      * customer + store pairs first seen this cycle.
           05 ws-cst-entry                     occurs 5000 times.
               10 ws-cst-tbl-number            pic x(6).
               10 ws-cst-tbl-name              pic x(20).
               10 ws-cst-tbl-cert              pic x(15).
               10 ws-cst-tbl-type              pic x(1).

      * Top-five ranking per store
       77 ws-rank-out                          pic 9 value 0.
           05 ws-psl-cnt                       pic zz,zz9.
           05 filler                           pic x(49) value spaces.

       01 ws-exempt-line.
           05 filler                           pic x(35) value
               "Tax-exempt sales recorded    : ".
           05 ws-exl-cnt                       pic zz,zz9.
           05 filler                           pic x(10) value
               "  Amount: ".
           05 ws-exl-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(25) value spaces.

       01 ws-exempt-overflow-line              pic x(90) value
           "*** WARNING - exempt sales table full - skipped".

       01 ws-overflow-warning-line              pic x(90) value
           "*** WARNING - customer history table full - skipped".

           move ws-walk-in-amt         to ws-wil-amt.
           write print-line            from ws-walk-in-line
               after advancing 1 line.
           move ws-exempt-cnt          to ws-exl-cnt.
           move ws-exempt-amt          to ws-exl-amt.
           write print-line            from ws-exempt-line
               after advancing 1 line.
           if ws-exs-overflow-flag = 'y' then
               write print-line from ws-exempt-overflow-line
                   after advancing 1 line
           end-if.

           if ws-chs-overflow-flag = 'y' then
               write print-line from ws-overflow-warning-line
           if (ws-runctl-mode not = "T") and
              (not sales-already-applied) then
               perform 400-rewrite-customer-history
               perform 430-append-exempt-history
               perform 420-write-applied-date
           end-if.

                   to ws-cst-tbl-number(ws-cst-tbl-cnt)
               move cst-name
                   to ws-cst-tbl-name(ws-cst-tbl-cnt)
               move cst-exempt-cert
                   to ws-cst-tbl-cert(ws-cst-tbl-cnt)
               move cst-exempt-type
                   to ws-cst-tbl-type(ws-cst-tbl-cnt)
           end-if.

           read customer-master-file
       110-post-one-sale.
           add 1                           to ws-sales-read-cnt.

           if sl-sale-is-tax-exempt then
               perform 115-note-exempt-sale
           end-if.

           if sl-rec-customer-number = spaces then
               add 1                       to ws-walk-in-cnt
               add sl-rec-trans-amount     to ws-walk-in-amt
               at end
                   move 'y'                to ws-sl-eof-flag.
      *
      * Hold One Exempt Sale, With The Certificate It Was Made Under
      *
       115-note-exempt-sale.
           add 1                           to ws-exempt-cnt.
           add sl-rec-trans-amount         to ws-exempt-amt.

           if ws-exs-tbl-cnt < 2000 then
               add 1                       to ws-exs-tbl-cnt
               move sl-rec-store-number
                   to ws-exs-tbl-store(ws-exs-tbl-cnt)
               move sl-rec-customer-number
                   to ws-exs-tbl-cust(ws-exs-tbl-cnt)
               move spaces
                   to ws-exs-tbl-cert(ws-exs-tbl-cnt)
               move spaces
                   to ws-exs-tbl-type(ws-exs-tbl-cnt)
               perform varying ws-cst-tbl-sub from 1 by 1
                   until ws-cst-tbl-sub > ws-cst-tbl-cnt
                       if (sl-rec-customer-number =
                           ws-cst-tbl-number(ws-cst-tbl-sub)) then
                           move ws-cst-tbl-cert(ws-cst-tbl-sub)
                               to ws-exs-tbl-cert(ws-exs-tbl-cnt)
                           move ws-cst-tbl-type(ws-cst-tbl-sub)
                               to ws-exs-tbl-type(ws-exs-tbl-cnt)
                       end-if
               end-perform
               move sl-rec-invoice-number
                   to ws-exs-tbl-invoice(ws-exs-tbl-cnt)
               move sl-rec-trans-code
                   to ws-exs-tbl-code(ws-exs-tbl-cnt)
               move sl-rec-trans-date
                   to ws-exs-tbl-date(ws-exs-tbl-cnt)
               move sl-rec-trans-amount
                   to ws-exs-tbl-amount(ws-exs-tbl-cnt)
           else
               move 'y'                    to ws-exs-overflow-flag
           end-if.
      *
      * Find The Slot For A Customer + Store Pair, Opening A New
      * One The First Time The Pair Is Seen
      *
           write applied-date-record.
           close applied-date-file.

      *
      * Append The Cycle's Exempt Sales To The Exempt-Sales History
      * - EXTEND needs the file to exist, so the first cycle ever to
      * record one creates it
      *
       430-append-exempt-history.
           if ws-exs-tbl-cnt > 0 then
               open extend exempt-history-file
               if ws-exempt-file-status = "35" then
                   open output exempt-history-file
               end-if
               perform 435-write-exempt-entry
                   varying ws-exs-tbl-sub from 1 by 1
                   until ws-exs-tbl-sub > ws-exs-tbl-cnt
               close exempt-history-file
           end-if.

       435-write-exempt-entry.
           move ws-business-yyyymmdd       to exh-business-date.
           move ws-exs-tbl-store(ws-exs-tbl-sub)
               to exh-store-number.
           move ws-exs-tbl-cust(ws-exs-tbl-sub)
               to exh-customer-number.
           move ws-exs-tbl-cert(ws-exs-tbl-sub)
               to exh-exempt-cert.
           move ws-exs-tbl-type(ws-exs-tbl-sub)
               to exh-exempt-type.
           move ws-exs-tbl-invoice(ws-exs-tbl-sub)
               to exh-invoice-number.
           move ws-exs-tbl-code(ws-exs-tbl-sub)
               to exh-trans-code.
           move ws-exs-tbl-date(ws-exs-tbl-sub)
               to exh-trans-date.
           move ws-exs-tbl-amount(ws-exs-tbl-sub)
               to exh-amount.
           write exempt-history-record.

       end program program30.
