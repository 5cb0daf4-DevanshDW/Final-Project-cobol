      * a control-total trailer carrying the record count and the
      * debit/credit hash totals.  Reads the void-adjusted extract
      * when the void step has run, otherwise the raw S&L extract.
      * A split-tender sale (pay type SP) is debited to each tender
      * it was paid with, from program1's tender extract.  A reward
      * tender (RW), paid out of the customer's loyalty points,
      * relieves the points liability the month-end loyalty run
      * books.
      *
      * gl_postings.dat is recreated every run, so every journal line
      * is also posted to the permanent journal register
      * GLJournalRegister.dat, keyed by cycle number, business date
      * and line number, with the source of the line (store sales,
      * returns, gift-card issues and breakage reinstated, layaway
      * defaults).  A rerun for the same cycle and date replaces that
      * run's lines rather than doubling them; lines a backout has
      * reversed (program41) are kept.  A trial run leaves the
      * register alone.
      *
      * A business date inside a fiscal year the year-end close has
      * locked (ClosedYears.dat) is refused with condition code 8 -
      * nothing is posted and no file is touched.  So is a tender
      * extract with more split-tender lines than the table holds,
      * which would otherwise post SP sales with no tender debits.
      *
       environment division.
       input-output section.
           select store-master-file
               assign "../../../data/StoreMaster.dat"
               organization is line sequential.
      *
           select valid-tender-file
               assign "../../../data/ValidTenders.dat"
               organization is line sequential
               file status is ws-tender-file-status.
      *
           select gl-posting-file
               assign "../../../data/gl_postings.dat"
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select closed-years-file
               assign "../../../data/ClosedYears.dat"
               organization is line sequential
               file status is ws-clyr-file-status.
      *
           select journal-register-file
               assign "../../../data/GLJournalRegister.dat"
               organization is indexed
               access is dynamic
               record key is jr-key
               file status is ws-jrn-file-status.
      *
           select gift-card-liability-file
               assign "../../../data/gift_card_liability.dat"
               assign "../../../data/layaway_forfeitures.dat"
               organization is line sequential
               file status is ws-fft-file-status.
      *
           select rate-history-file
               assign "../../../data/TaxRateHistory.dat"
               organization is line sequential
               file status is ws-rate-file-status.
      *
           select print-file
               assign "../../../data/gl_posting_report.out"
               88 sl-type-is-CR                value "CR".
               88 sl-type-is-DB                value "DB".
               88 sl-type-is-GC                value "GC".
               88 sl-type-is-RW                value "RW".
               88 sl-type-is-SP                value "SP".
           05 sl-rec-store-number              pic x(2).
           05 sl-rec-invoice-number            pic x(9).
           05 sl-rec-sku-code                  pic x(15).
           05 sl-rec-return-reason-code        pic x(2).
               88 sl-sale-is-tax-exempt        value "EX".
           05 sl-rec-trans-date                pic 9(8).
           05 sl-rec-quantity                  pic 9(3).
           05 sl-rec-salesperson-id            pic x(3).
           05 stm-tax-rate                     pic 9(2)v99.
           05 filler                           pic x(10).
      *
      * Program1's tender extract - only the split-tender lines are
      * used here, to spread an SP sale across its tenders.
       fd valid-tender-file
           data record is valid-tender-record
           record contains 46 characters.
      *
       01 valid-tender-record.
           05 vtn-trans-code                   pic x(1).
               88 tender-is-s                  value "S".
               88 tender-is-l                  value "L".
           05 vtn-store-number                 pic x(2).
           05 vtn-invoice-number               pic x(9).
           05 vtn-tender-type                  pic x(2).
           05 vtn-amount                       pic 9(5)v99.
           05 vtn-card-number                  pic x(16).
           05 vtn-trans-date                   pic 9(8).
           05 vtn-split-flag                   pic x(1).
               88 tender-is-split              value "Y".
      *
      * GL posting record - one journal line per record, plus a
      * trailer carrying the batch controls.
       fd gl-posting-file
           05 gl-trl-credit-total              pic 9(11)v99.
           05 filler                           pic x(14).
      *
      * Permanent GL journal register - every line program12 posts,
      * keyed by cycle + business date + line number.  Entry type P
      * is a posting from this program, R a reversing line from a
      * backout (program41); a posting a backout has reversed
      * carries reversed flag "R".
       fd journal-register-file
           data record is journal-register-record
           record contains 80 characters.
      *
       01 journal-register-record.
           05 jr-key.
               10 jr-cycle-number              pic 9(4).
               10 jr-business-date             pic 9(8).
               10 jr-line-seq                  pic 9(5).
           05 jr-entry-type                    pic x(1).
               88 jr-is-posting                value "P".
               88 jr-is-reversal               value "R".
           05 jr-source                        pic x(2).
           05 jr-store-number                  pic x(2).
           05 jr-account-number                pic x(4).
           05 jr-account-name                  pic x(20).
           05 jr-dr-cr                         pic x(2).
           05 jr-amount                        pic 9(9)v99.
           05 jr-posted-date                   pic 9(8).
           05 jr-reversed-flag                 pic x(1).
               88 jr-was-reversed              value "R".
           05 filler                           pic x(12).
      *
      * Day's gift-card activity, written by the gift-card ledger
      * step - issues go to cash against the card liability, and the
      * outstanding balance is carried on the control report so
      * accounting stops booking a manual accrual.  Balances taken to
      * breakage that came back into use go back into the liability.
       fd gift-card-liability-file
           data record is gift-card-liability-record
           record contains 44 characters.
      *
       01 gift-card-liability-record.
           05 gcl-issued-today                 pic 9(9)v99.
           05 gcl-redeemed-today               pic 9(9)v99.
           05 gcl-outstanding                  pic 9(9)v99.
           05 gcl-reinstated-today             pic 9(9)v99.
      *
      * Per-store layaway forfeiture income and refund liability
      * from the layaway default step.
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
      * Fiscal years closed and locked by the year-end job, each with
      * its first and last dates.
       fd closed-years-file
           data record is closed-year-record
           record contains 20 characters.
      *
       01 closed-year-record.
           05 cly-fiscal-year                  pic 9(4).
           05 cly-start-date                   pic 9(8).
           05 cly-end-date                     pic 9(8).
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
       fd print-file
           record contains 90 characters
       77 ws-runctl-eof-flag                    pic x value 'n'.
       77 ws-runctl-mode                        pic x(1) value "N".
       77 ws-cycle-number                       pic 9(4) value 0.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-year-closed-flag                  pic x value 'n'.
           88 business-year-closed             value 'y'.
       77 ws-closed-fiscal-year                pic 9(4) value 0.
       77 ws-rr-file-status                    pic xx value spaces.
       77 ws-sl-eof-flag                       pic x value 'n'.
       77 ws-rr-eof-flag                       pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-rate-file-status                  pic xx value spaces.
       77 ws-rate-eof-flag                     pic x value 'n'.
       77 ws-using-adjusted-flag               pic x value 'n'.
           88 using-adjusted-extract           value 'y'.
       77 ws-posting-cnt                       pic 9(7) value 0.

      * Per-store accumulators - tender split from the sales extract,
      * returns total from the returns extract, tax rate and name
      * from the store master (the rate replaced by the one in force
      * on the business date, and the date that rate took effect).
       77 ws-store-tbl-cnt                     pic 99 value 0.
       77 ws-store-tbl-sub                     pic 99 value 0.
       01 ws-store-table.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-tax-rate        pic 9(2)v99.
               10 ws-store-tbl-rate-from       pic 9(8).
               10 ws-store-tbl-ca-amt          pic 9(9)v99.
               10 ws-store-tbl-cr-amt          pic 9(9)v99.
               10 ws-store-tbl-db-amt          pic 9(9)v99.
               10 ws-store-tbl-gc-amt          pic 9(9)v99.
               10 ws-store-tbl-rw-amt          pic 9(9)v99.
               10 ws-store-tbl-sales-amt       pic 9(9)v99.
               10 ws-store-tbl-exempt-amt      pic 9(9)v99.
               10 ws-store-tbl-returns-amt     pic 9(9)v99.

      * Split-tender lines by store and invoice, loaded from the
      * tender extract for the SP sales in the extract being posted.
       77 ws-tender-file-status                pic xx value spaces.
       77 ws-tender-eof-flag                   pic x value 'n'.
       77 ws-split-tbl-cnt                     pic 9(6) value 0.
       77 ws-split-tbl-sub                     pic 9(6) value 0.
       77 ws-split-overflow-flag               pic x value 'n'.
       01 ws-split-table.
           05 ws-split-entry                   occurs 100000 times.
               10 ws-split-tbl-store           pic x(2).
               10 ws-split-tbl-invoice         pic x(9).
               10 ws-split-tbl-tender          pic x(2).
               10 ws-split-tbl-amount          pic 9(5)v99.

       77 ws-store-tax-amt                     pic 9(9)v99 value 0.
       77 ws-store-taxable-amt                 pic 9(9)v99 value 0.
       77 ws-store-revenue-amt                 pic 9(9)v99 value 0.

      * Store number stamped on the postings being written - the
      * chain-level gift-card issue journal posts under store 00.
       77 ws-posting-store                     pic x(2) value spaces.

      * Journal register - source of the lines being written (SL
      * store sales, RT returns, GC gift-card issues, GB breakage
      * reinstated, LF layaway defaults), the next line number for
      * this cycle and date, and the lines replaced from an earlier
      * run of the same day.
       77 ws-posting-source                    pic x(2) value spaces.
       77 ws-jrn-file-status                   pic xx value spaces.
       77 ws-jrn-eof-flag                      pic x value 'n'.
       77 ws-jrn-open-flag                     pic x value 'n'.
           88 journal-register-open            value 'y'.
       77 ws-jrn-last-seq                      pic 9(5) value 0.
       77 ws-jrn-posted-cnt                    pic 9(7) value 0.
       77 ws-jrn-replaced-cnt                  pic 9(7) value 0.
       77 ws-jrn-error-cnt                     pic 9(7) value 0.
       77 ws-system-yyyymmdd                   pic 9(8) value 0.

      * Gift-card day activity from the ledger step
       77 ws-gcl-file-status                   pic xx value spaces.
       77 ws-fft-file-status                   pic xx value spaces.
       77 ws-fft-reversal-amt                  pic 9(9)v99 value 0.
       77 ws-gc-issued-today                   pic 9(9)v99 value 0.
       77 ws-gc-outstanding                    pic 9(9)v99 value 0.
       77 ws-gc-reinstated-today               pic 9(9)v99 value 0.

       01 ws-gc-outstanding-line.
           05 filler                           pic x(35) value
           05 ws-ctl-credit-val                pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(45) value spaces.

       01 ws-jrn-posted-line.
           05 filler                           pic x(28) value
               "Journal register lines    :".
           05 ws-jpl-count-val                 pic zzz,zz9.
           05 filler                           pic x(14) value
               "  under cycle ".
           05 ws-jpl-cycle                     pic 9(4).
           05 filler                           pic x(37) value spaces.

       01 ws-jrn-replaced-line.
           05 filler                           pic x(28) value
               "Replaced from earlier run :".
           05 ws-jrl-count-val                 pic zzz,zz9.
           05 filler                           pic x(55) value spaces.

       01 ws-jrn-error-line.
           05 filler                           pic x(45) value
               "*** JOURNAL REGISTER LINES NOT WRITTEN      :".
           05 ws-jel-count-val                 pic zzz,zz9.
           05 filler                           pic x(38) value spaces.

       01 ws-jrn-trial-line                    pic x(90) value
           "Trial run - journal register not updated.".

       01 ws-balance-ok-line                   pic x(90) value
           "Debits equal credits - batch is in balance.".

           accept ws-rh-date from date.
           accept ws-rh-time from time.
           accept ws-current-yyyymmdd from date yyyymmdd.
           move ws-current-yyyymmdd    to ws-system-yyyymmdd.

      * Run-control card - every journal line is dated with the
      * card's business date, the same date the rest of the cycle
      * rerun) still posts to the cycle's accounting date.
           perform 060-read-run-control.

      * Nothing posts into a fiscal year that has been closed
           perform 062-check-year-closed.
           if business-year-closed then
               display "PROGRAM12 REFUSED: fiscal year "
                   ws-closed-fiscal-year " is closed - nothing posted."
                   upon console
               move 8                      to return-code
               goback
           end-if.

      * The 2200 liability is figured at the rate in force on that
      * same business date
           perform 065-apply-rates-in-force.

           perform 070-load-split-tenders.
           if ws-split-overflow-flag = 'y' then
               display "PROGRAM12 STOPPED: more than 100000"
                   " split-tender lines - nothing posted."
                   upon console
               move 8                      to return-code
               goback
           end-if.

           perform 100-accumulate-sales.
           perform 110-accumulate-returns.

           open output gl-posting-file, print-file.
           perform 080-open-journal-register.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           perform 310-print-controls.

           close gl-posting-file print-file.
           if journal-register-open then
               close journal-register-file
           end-if.

           goback.
      *
               close run-control-file
           end-if.
      *
      * Refuse A Business Date Inside A Closed Fiscal Year
      *
       062-check-year-closed.
           move 'n'                        to ws-year-closed-flag.

           open input closed-years-file.
           if ws-clyr-file-status = "35" then
      * No years closed yet
               continue
           else
               read closed-years-file
                   at end
                       move 'y'            to ws-clyr-eof-flag
               end-read
               perform 063-check-year-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       063-check-year-loop.
           if (ws-current-yyyymmdd not < cly-start-date) and
              (ws-current-yyyymmdd not > cly-end-date) then
               move 'y'                    to ws-year-closed-flag
               move cly-fiscal-year        to ws-closed-fiscal-year
           end-if.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Apply The Tax Rate History - each store takes its entry with
      * the latest effective date on or before the business date; a
      * store with no entry keeps its store master rate
      *
       065-apply-rates-in-force.
           open input rate-history-file.

           if ws-rate-file-status = "35" then
               continue
           else
               read rate-history-file
                   at end
                       move 'y'            to ws-rate-eof-flag
               end-read
               perform 066-apply-rate-loop
                   until ws-rate-eof-flag = 'y'
               close rate-history-file
           end-if.

       066-apply-rate-loop.
           perform varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt
                   if (trh-store-number =
                       ws-store-tbl-number(ws-store-tbl-sub)) and
                      (trh-effective-date not >
                       ws-current-yyyymmdd) and
                      (trh-effective-date not <
                       ws-store-tbl-rate-from(ws-store-tbl-sub)) then
                       move trh-tax-rate
                           to ws-store-tbl-tax-rate(ws-store-tbl-sub)
                       move trh-effective-date
                           to ws-store-tbl-rate-from(ws-store-tbl-sub)
                   end-if
           end-perform.

           read rate-history-file
               at end
                   move 'y'                to ws-rate-eof-flag.
      *
      * Open The Permanent Journal Register And Clear This Cycle And
      * Date's Lines From An Earlier Run - a rerun replaces them.
      * Lines a backout has reversed, and the reversing lines, stay.
      *
       080-open-journal-register.
           if ws-runctl-mode = "T" then
               continue
           else
               open i-o journal-register-file
               if ws-jrn-file-status = "35" then
                   open output journal-register-file
                   close journal-register-file
                   open i-o journal-register-file
               end-if
               move 'y'                    to ws-jrn-open-flag
               move ws-cycle-number        to jr-cycle-number
               move ws-current-yyyymmdd    to jr-business-date
               move zero                   to jr-line-seq
               start journal-register-file key not < jr-key
                   invalid key
                       move 'y'            to ws-jrn-eof-flag
               end-start
               perform 085-clear-earlier-run
                   until ws-jrn-eof-flag = 'y'
           end-if.

       085-clear-earlier-run.
           read journal-register-file next record
               at end
                   move 'y'                to ws-jrn-eof-flag
           end-read.

           if ws-jrn-eof-flag not = 'y' then
               if (jr-cycle-number = ws-cycle-number) and
                  (jr-business-date = ws-current-yyyymmdd) then
                   move jr-line-seq        to ws-jrn-last-seq
                   if jr-is-posting and not jr-was-reversed then
                       delete journal-register-file record
                       add 1               to ws-jrn-replaced-cnt
                   end-if
               else
                   move 'y'                to ws-jrn-eof-flag
               end-if
           end-if.
      *
      * Load Store Master File into working storage
      *
       050-load-store-master.
                   to ws-store-tbl-name(ws-store-tbl-cnt)
               move stm-tax-rate
                   to ws-store-tbl-tax-rate(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-rate-from(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-ca-amt(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-db-amt(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-gc-amt(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-rw-amt(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-sales-amt(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-exempt-amt(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-returns-amt(ws-store-tbl-cnt)
           end-if.
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Load The Split-Tender Lines Of The Day's Sales And Layaways
      *
       070-load-split-tenders.
           open input valid-tender-file.

           if ws-tender-file-status = "35" then
      * No tender extract - no split tenders to spread
               continue
           else
               read valid-tender-file
                   at end
                       move 'y'            to ws-tender-eof-flag
               end-read
               perform 075-load-split-loop
                   until ws-tender-eof-flag = 'y'
               close valid-tender-file
           end-if.

       075-load-split-loop.
           if (tender-is-split) and
              (tender-is-s or tender-is-l) then
               if ws-split-tbl-cnt < 100000 then
                   add 1                   to ws-split-tbl-cnt
                   move vtn-store-number
                       to ws-split-tbl-store(ws-split-tbl-cnt)
                   move vtn-invoice-number
                       to ws-split-tbl-invoice(ws-split-tbl-cnt)
                   move vtn-tender-type
                       to ws-split-tbl-tender(ws-split-tbl-cnt)
                   move vtn-amount
                       to ws-split-tbl-amount(ws-split-tbl-cnt)
               else
                   move 'y'                to ws-split-overflow-flag
               end-if
           end-if.

           read valid-tender-file
               at end
                   move 'y'                to ws-tender-eof-flag.
      *
      * Accumulate Tender And Sales Totals Per Store - from the
      * void-adjusted extract when program10 has run, otherwise from
      * the raw S&L extract.
                       ws-store-tbl-number(ws-store-tbl-sub)) then
                       add sl-rec-trans-amount
                           to ws-store-tbl-sales-amt(ws-store-tbl-sub)
                       if sl-sale-is-tax-exempt then
                           add sl-rec-trans-amount
                               to ws-store-tbl-exempt-amt(
                                   ws-store-tbl-sub)
                       end-if
                       if sl-type-is-CA then
                           add sl-rec-trans-amount
                               to ws-store-tbl-ca-amt(ws-store-tbl-sub)
                           add sl-rec-trans-amount
                               to ws-store-tbl-gc-amt(ws-store-tbl-sub)
                       end-if
                       if sl-type-is-RW then
                           add sl-rec-trans-amount
                               to ws-store-tbl-rw-amt(ws-store-tbl-sub)
                       end-if
                       if sl-type-is-SP then
                           perform 109-tally-split-tenders
                               varying ws-split-tbl-sub from 1 by 1
                               until ws-split-tbl-sub >
                                   ws-split-tbl-cnt
                       end-if
                   end-if
           end-perform.
      *
      * Debit One Split-Tender Line Of This Sale To Its Tender
      *
       109-tally-split-tenders.
           if (ws-split-tbl-store(ws-split-tbl-sub) =
               sl-rec-store-number) and
              (ws-split-tbl-invoice(ws-split-tbl-sub) =
               sl-rec-invoice-number) then
               if ws-split-tbl-tender(ws-split-tbl-sub) = "CA" then
                   add ws-split-tbl-amount(ws-split-tbl-sub)
                       to ws-store-tbl-ca-amt(ws-store-tbl-sub)
               end-if
               if ws-split-tbl-tender(ws-split-tbl-sub) = "CR" then
                   add ws-split-tbl-amount(ws-split-tbl-sub)
                       to ws-store-tbl-cr-amt(ws-store-tbl-sub)
               end-if
               if ws-split-tbl-tender(ws-split-tbl-sub) = "DB" then
                   add ws-split-tbl-amount(ws-split-tbl-sub)
                       to ws-store-tbl-db-amt(ws-store-tbl-sub)
               end-if
               if ws-split-tbl-tender(ws-split-tbl-sub) = "GC" then
                   add ws-split-tbl-amount(ws-split-tbl-sub)
                       to ws-store-tbl-gc-amt(ws-store-tbl-sub)
               end-if
               if ws-split-tbl-tender(ws-split-tbl-sub) = "RW" then
                   add ws-split-tbl-amount(ws-split-tbl-sub)
                       to ws-store-tbl-rw-amt(ws-store-tbl-sub)
               end-if
           end-if.
      *
      * Accumulate Returns Totals Per Store
      *
       110-accumulate-returns.
       200-post-one-store.
           move ws-store-tbl-number(ws-store-tbl-sub)
               to ws-posting-store.
           move "SL"                       to ws-posting-source.
           if ws-store-tbl-sales-amt(ws-store-tbl-sub) > 0 then
      * Sales made tax-exempt under a customer's certificate carry
      * no tax - only the rest is taxable
               compute ws-store-taxable-amt =
                   ws-store-tbl-sales-amt(ws-store-tbl-sub) -
                   ws-store-tbl-exempt-amt(ws-store-tbl-sub)
               compute ws-store-tax-amt rounded =
                   (ws-store-taxable-amt *
                    ws-store-tbl-tax-rate(ws-store-tbl-sub)) / 100
               compute ws-store-revenue-amt =
                   ws-store-tbl-sales-amt(ws-store-tbl-sub) -
                       to gl-amount
                   perform 250-write-posting
               end-if
      * So does a reward paid out of loyalty points - the debit goes
      * to the points liability, 2320.
               if ws-store-tbl-rw-amt(ws-store-tbl-sub) > 0 then
                   move "2320"             to gl-account-number
                   move "LOYALTY LIABILITY" to gl-account-name
                   move "DR"               to gl-dr-cr
                   move ws-store-tbl-rw-amt(ws-store-tbl-sub)
                       to gl-amount
                   perform 250-write-posting
               end-if

               move "4000"                 to gl-account-number
               move "SALES REVENUE"        to gl-account-name
               end-if
           end-if.

           move "RT"                       to ws-posting-source.
           if ws-store-tbl-returns-amt(ws-store-tbl-sub) > 0 then
               move "4100"                 to gl-account-number
               move "RETURNS CONTRA-REV"   to gl-account-name
                   not at end
                       move gcl-issued-today   to ws-gc-issued-today
                       move gcl-outstanding    to ws-gc-outstanding
                       move gcl-reinstated-today
                                           to ws-gc-reinstated-today
               end-read
               close gift-card-liability-file
           end-if.

           if ws-gc-issued-today > 0 then
               move "00"                   to ws-posting-store
               move "GC"                   to ws-posting-source
               move "1010"                 to gl-account-number
               move "CASH TENDER"          to gl-account-name
               move "DR"                   to gl-dr-cr
               move ws-gc-issued-today     to gl-amount
               perform 250-write-posting
           end-if.

      * A card the dormancy run took to breakage has been used again
      * - its balance comes back out of breakage income into the
      * card liability
           if ws-gc-reinstated-today > 0 then
               move "00"                   to ws-posting-store
               move "GB"                   to ws-posting-source
               move "4300"                 to gl-account-number
               move "BREAKAGE INCOME"      to gl-account-name
               move "DR"                   to gl-dr-cr
               move ws-gc-reinstated-today to gl-amount
               perform 250-write-posting
               move "2300"                 to gl-account-number
               move "GIFT CARD LIABILITY"  to gl-account-name
               move "CR"                   to gl-dr-cr
               move ws-gc-reinstated-today to gl-amount
               perform 250-write-posting
           end-if.
      *
      * Post The Layaway Default Activity - the paid balance of a
      * cancelled layaway comes back out of revenue, splitting into

           if ws-fft-reversal-amt > 0 then
               move fft-store-number       to ws-posting-store
               move "LF"                   to ws-posting-source
               move "4000"                 to gl-account-number
               move "SALES REVENUE"        to gl-account-name
               move "DR"                   to gl-dr-cr
           move gl-amount                  to ws-pdl-amount.
           write print-line from ws-posting-detail-line
               after advancing 1 line.

           if journal-register-open then
               perform 255-register-posting
           end-if.
      *
      * Post The Same Line To The Permanent Journal Register
      *
       255-register-posting.
           add 1                           to ws-jrn-last-seq.
           move spaces                     to journal-register-record.
           move ws-cycle-number            to jr-cycle-number.
           move ws-current-yyyymmdd        to jr-business-date.
           move ws-jrn-last-seq            to jr-line-seq.
           move "P"                        to jr-entry-type.
           move ws-posting-source          to jr-source.
           move gl-store-number            to jr-store-number.
           move gl-account-number          to jr-account-number.
           move gl-account-name            to jr-account-name.
           move gl-dr-cr                   to jr-dr-cr.
           move gl-amount                  to jr-amount.
           move ws-system-yyyymmdd         to jr-posted-date.
           write journal-register-record
               invalid key
                   add 1                   to ws-jrn-error-cnt
               not invalid key
                   add 1                   to ws-jrn-posted-cnt
           end-write.
      *
      * Write The Control-Total Trailer
      *
           write print-line from ws-gc-outstanding-line
               after advancing 1 line.

           if journal-register-open then
               move ws-jrn-posted-cnt      to ws-jpl-count-val
               move ws-cycle-number        to ws-jpl-cycle
               write print-line from ws-jrn-posted-line
                   after advancing 2 line
               if ws-jrn-replaced-cnt > 0 then
                   move ws-jrn-replaced-cnt to ws-jrl-count-val
                   write print-line from ws-jrn-replaced-line
                       after advancing 1 line
               end-if
               if ws-jrn-error-cnt > 0 then
                   move ws-jrn-error-cnt   to ws-jel-count-val
                   write print-line from ws-jrn-error-line
                       after advancing 1 line
                   display "PROGRAM12 WARNING: " ws-jrn-error-cnt
                       " line(s) not written to the journal register"
                       upon console
                   move 4                  to return-code
               end-if
           else
               write print-line from ws-jrn-trial-line
                   after advancing 2 line
           end-if.

           if ws-debit-total = ws-credit-total then
               write print-line from ws-balance-ok-line
                   after advancing 2 line
