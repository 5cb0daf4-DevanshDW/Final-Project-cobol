               assign to "../../../data/tender_totals.dat"
               organization is line sequential.

           select valid-tender-file
               assign to "../../../data/ValidTenders.dat"
               organization is line sequential
               file status is ws-tender-file-status.


           select run-control-file
               assign to "../../../data/RunControl.dat"
           05 ttl-db-amount                    pic 9(9)v99.
           05 ttl-gc-amount                    pic 9(9)v99.
           05 ttl-ca-amount                    pic 9(9)v99.
      *
      * Program1's tender extract - one line per tender of every
      * valid record, so a split-tender sale lands in each tender it
      * was paid with instead of under a single pay type.
       fd valid-tender-file
           data record is valid-tender-record
           record contains 46 characters.

       01 valid-tender-record.
           05 vtn-trans-code                   pic x(1).
               88 tender-is-s                  value "S".
               88 tender-is-l                  value "L".
           05 vtn-store-number                 pic x(2).
           05 vtn-invoice-number               pic x(9).
           05 vtn-tender-type                  pic x(2).
               88 tender-is-CA                 value "CA".
               88 tender-is-CR                 value "CR".
               88 tender-is-DB                 value "DB".
               88 tender-is-GC                 value "GC".
               88 tender-is-RW                 value "RW".
           05 vtn-amount                       pic 9(5)v99.
           05 vtn-card-number                  pic x(16).
           05 vtn-trans-date                   pic 9(8).
           05 vtn-split-flag                   pic x(1).
      *
       fd store-master-file
           data record is store-master-record
      * this run's totals can be added onto the running figures -
      * overall, and per store (matched by store number, not table
      * position, so a StoreMaster reorder doesn't misattribute a
      * store's running totals to a different store).  There is a
      * slot for every store number the two-digit key allows; the
      * 6-slot file of earlier releases is carried onto this layout
      * by the one-shot conversion program34.
       fd accumulator-file
           data record is accumulator-record
           record contains 3537 characters.

       01 accumulator-record.
           05 accum-month                      pic 99.
           05 accum-year                       pic 9(4).
           05 accum-mtd-net-amt                pic s9(9)v99.
           05 accum-mtd-txn-cnt                pic 9(9).
           05 accum-ytd-net-amt                pic s9(9)v99.
           05 accum-ytd-txn-cnt                pic 9(9).
           05 accum-store-entry                occurs 99 times.
               10 accum-store-number           pic 99.
               10 accum-store-mtd-net-amt      pic s9(9)v99.
               10 accum-store-ytd-net-amt      pic s9(9)v99.
      * The business date last added into the accumulator - a rerun
      * for the same date is refused unless the card's force flag is
      * set, so a double-posted day can no longer slip in silently.
      * FORCED same-date repost backs the prior posting out before
      * re-adding, the same-date replace the daily history does,
      * instead of silently double-counting the day.
           05 accum-last-day-net-amt           pic s9(9)v99.
           05 accum-last-day-txn-cnt           pic 9(7).
           05 accum-store-last-day             occurs 99 times
                                               pic s9(9)v99.
      *
      * Shared audit trail, appended to by each of programs 1-4 so a
      * day's whole run chain can be reconciled end-to-end.
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
      * Fiscal 4-4-5 calendar - when present, the MTD bucket rolls
      * on the business date's fiscal period instead of the calendar
           05 filler                           pic x(14) value 
               "--------------".
      *
      * The store columns are printed five to a band across the page,
      * as many bands as there are stores on the master - the first
      * band rides on the section's own total lines, each further
      * band repeats the lines with the section totals left blank.
      * Column labels are built at run time from the store master
      * table so a column is always headed by the store number whose
      * totals actually appear under it, whatever order StoreMaster
      * loads in.
       01 ws-total-S-L-heading-line.
           05 ws-slh-total-labels.
               10 filler                       pic x(14) value spaces.
               10 filler                       pic x(14) value
                   "        Sales".
               10 filler                       pic x(14) value
                   "      Layaway".
               10 filler                       pic x(14) value
                   "        S & L".
           05 ws-slh-store-col occurs 5 times  pic x(14) value spaces.
           05 filler                           pic x(6) value spaces.
      *
       01 ws-total-S-L-heading-line-dash.
           05 ws-sld-total-dashes.
               10 filler                       pic x(14) value spaces.
               10 filler                       pic x(14) value
                   "-------------".
               10 filler                       pic x(14) value
                   "-------------".
               10 filler                       pic x(14) value
                   "-------------".
           05 ws-sld-store-col occurs 5 times  pic x(14) value spaces.
           05 filler                           pic x(6) value spaces.
      *
       01 ws-total-sl-line1.
           05 filler                           pic x(14) value
               "Total Number".
           05 ws-total-sl-line1-totals.
               10 filler                       pic x(4) value spaces.
               10 ws-total-line-s-num          pic z,zzz,zz9.
               10 filler                       pic x(5) value spaces.
               10 ws-total-line-l-num          pic z,zzz,zz9.
               10 filler                       pic x(5) value spaces.
               10 ws-total-line-sl-num         pic z,zzz,zz9.
               10 filler                       pic x(1) value spaces.
           05 ws-total-line-sl-store-nums.
               10 ws-total-line-sl-store-num
                   occurs 5 times.
                   15 filler                   pic x(4) value spaces.
                   15 ws-s-l-store-num         pic z,zzz,zz9.
                   15 filler                   pic x(1) value spaces.
           05 filler                           pic x(6) value spaces.
      *
       01 ws-total-S-L-line2.
           05 filler                           pic x(14) value
               "Total Amount".
           05 ws-total-sl-line2-totals.
               10 ws-total-line-s-amt          pic zz,zzz,zz9.99.
               10 filler                       pic x(1) value spaces.
               10 ws-total-line-l-amt          pic zz,zzz,zz9.99.
               10 filler                       pic x(1) value spaces.
               10 ws-total-line-sl-amt         pic zz,zzz,zz9.99.
               10 filler                       pic x(1) value spaces.
           05 ws-total-line-sl-store-amts.
               10 ws-total-line-sl-store-amt
                   occurs 5 times.
                   15 ws-s-l-store-amt         pic zz,zzz,zz9.99.
                   15 filler                   pic x(1) value spaces.
           05 filler                           pic x(6) value spaces.
      *
       01 ws-payment-type-line1.
           05 filler                           pic x(23) value
               "Payment Type:".
           05 filler                           pic x(20) value
               "           CA".
           05 filler                           pic x(20) value
               "           CR".
           05 filler                           pic x(20) value
               "           DB".
           05 filler                           pic x(20) value
               "           GC".
           05 filler                           pic x(20) value
               "           RW".
           05 filler                           pic x(9) value spaces.
      *
       01 ws-payment-type-line2.
           05 filler                           pic x(16) value
               "% of Tenders".
           05 filler                           pic x(14) value spaces.
           05 ws-percent-ca                    pic zz9.99.
           05 filler                           pic x(14) value "%".
           05 ws-percent-cr                    pic zz9.99.
           05 filler                           pic x(14) value "%".
           05 ws-percent-db                    pic zz9.99.
           05 filler                           pic x(14) value "%".
           05 ws-percent-gc                    pic zz9.99.
           05 filler                           pic x(14) value "%".
           05 ws-percent-rw                    pic zz9.99.
           05 filler                           pic x(1) value "%".
           05 filler                           pic x(15) value spaces.
      *
       01 ws-payment-type-line3.
           05 filler                           pic x(16) value
               "Dollar Total".
           05 filler                           pic x(7) value spaces.
           05 ws-dollar-total-ca               pic zz,zzz,zz9.99.
           05 filler                           pic x(7) value spaces.
           05 ws-dollar-total-cr               pic zz,zzz,zz9.99.
           05 filler                           pic x(7) value spaces.
           05 ws-dollar-total-db               pic zz,zzz,zz9.99.
           05 filler                           pic x(7) value spaces.
           05 ws-dollar-total-gc               pic zz,zzz,zz9.99.
           05 filler                           pic x(7) value spaces.
           05 ws-dollar-total-rw               pic zz,zzz,zz9.99.
           05 filler                           pic x(16) value spaces.
      *
       01 ws-total-R-line.
           05 filler                           pic x(54).
           05 filler                           pic x(14) value
               "RETURNS REPORT".
      *
       01 ws-total-r-heading-line.
           05 ws-trh-total-labels.
               10 filler                       pic x(14) value spaces.
               10 filler                       pic x(14) value
                   "       Return".
           05 ws-trh-store-col occurs 5 times  pic x(14) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-r-heading-line-dash.
           05 ws-trd-total-dashes.
               10 filler                       pic x(14) value spaces.
               10 filler                       pic x(14) value
                   "-------------".
           05 ws-trd-store-col occurs 5 times  pic x(14) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-R-line1.
           05 filler                           pic x(14) value
               "Total Number".
           05 ws-total-r-line1-totals.
               10 filler                       pic x(4) value spaces.
               10 ws-total-line-r-num          pic z,zzz,zz9.
               10 filler                       pic x(1) value spaces.
           05 ws-total-line-r-store-nums.
               10 ws-total-line-r-store-num
                   occurs 5 times.
                   15 filler                   pic x(4) value spaces.
                   15 ws-retrun-store-num      pic z,zzz,zz9.
                   15 filler                   pic x(1) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-R-line2.
           05 filler                           pic x(14) value
               "Total Amount".
           05 ws-total-r-line2-totals.
               10 ws-total-line-r-amount       pic zz,zzz,zz9.99.
               10 filler                       pic x(1) value spaces.
           05 ws-total-line-r-store-amounts.
               10 ws-total-line-r-store-amount
                   occurs 5 times.
                   15 ws-return-store-amount   pic zz,zzz,zz9.99.
                   15 filler                   pic x(1) value spaces.
           05 filler                           pic x(34) value spaces.

       01 ws-total-E-line.
           05 filler                           pic x(54).
               "EXCHANGES REPORT".
      *
       01 ws-total-e-heading-line.
           05 ws-teh-total-labels.
               10 filler                       pic x(14) value spaces.
               10 filler                       pic x(14) value
                   "     Exchange".
           05 ws-teh-store-col occurs 5 times  pic x(14) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-e-heading-line-dash.
           05 ws-ted-total-dashes.
               10 filler                       pic x(14) value spaces.
               10 filler                       pic x(14) value
                   "-------------".
           05 ws-ted-store-col occurs 5 times  pic x(14) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-E-line1.
           05 filler                           pic x(14) value
               "Total Number".
           05 ws-total-e-line1-totals.
               10 filler                       pic x(4) value spaces.
               10 ws-total-line-e-num          pic z,zzz,zz9.
               10 filler                       pic x(1) value spaces.
           05 ws-total-line-e-store-nums.
               10 ws-total-line-e-store-num
                   occurs 5 times.
                   15 filler                   pic x(4) value spaces.
                   15 ws-exchange-store-num    pic z,zzz,zz9.
                   15 filler                   pic x(1) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-E-line2.
           05 filler                           pic x(14) value
               "Total Amount".
           05 ws-total-e-line2-totals.
               10 ws-total-line-e-amount       pic zz,zzz,zz9.99.
               10 filler                       pic x(1) value spaces.
           05 ws-total-line-e-store-amounts.
               10 ws-total-line-e-store-amount
                   occurs 5 times.
                   15 ws-exchange-store-amount pic zz,zzz,zz9.99.
                   15 filler                   pic x(1) value spaces.
           05 filler                           pic x(34) value spaces.
      *
       01 ws-total-line.
           05 filler                           pic x(21) value
               "Grand Total Amount :".
           05 ws-total-line-gra-total          pic -$$$,$$$,$$9.99.
           05 filler                           pic x(75).

      *
       01 ws-void-line.
           05 filler                           pic x(22) value
               "Voided transactions :".
           05 ws-void-line-num                 pic z,zzz,zz9.
           05 filler                           pic x(6) value spaces.
           05 filler                           pic x(15) value
               "Voided amount :".
           05 ws-void-line-amt                 pic zz,zzz,zz9.99.
           05 filler                           pic x(61).

      *
       01 ws-recon-line.
           05 filler                           pic x(24) value
               "Input records read    :".
           05 ws-recon-input                   pic z,zzz,zz9.
           05 filler                           pic x(6) value spaces.
           05 filler                           pic x(24) value
               "S+L+R+V+E records out :".
           05 ws-recon-output                  pic z,zzz,zz9.
           05 filler                           pic x(36).

       01 ws-recon-warning-line.
           05 filler                           pic x(14) value
               "*** WARNING - ".
           05 ws-recon-mismatch                pic z,zzz,zz9.
           05 filler                           pic x(17) value
               " record(s) had a ".
           05 filler                           pic x(23) value
      * from StoreMaster.dat instead of being hardcoded here.
       77 ws-audit-file-status                 pic xx value spaces.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-no-cnst             pic 99.
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-tax-rate        pic 9(2)v99.

      * Every store loaded gets its own report column and its own
      * tender-totals and MTD/YTD line (ws-print-store-limit is the
      * number of stores actually on file, up to the full table).
       77 ws-print-store-limit                 pic 9(3) value 99.
      * Column label carries the store number plus as much of the
      * StoreMaster name as fits the 14-character column, so managers
      * see " 3 Harbourfro" instead of a bare "Store # 3".
       01 ws-store-hdr-build.
           05 ws-store-hdr-num                 pic z9.
           05 filler                           pic x(1) value spaces.
           05 ws-store-hdr-name                pic x(10).
      * The band of five store columns being printed - its first
      * store's table position and the column being filled.
       77 ws-band-start                        pic 9(3) value 0.
       77 ws-band-col                          pic 9 value 0.
       77 ws-band-store                        pic 9(3) value 0.

      *
       77 ws-s-amt-total                       pic 9(9)v99 value 0.
       77 ws-l-amt-total                       pic 9(9)v99 value 0.
       77 ws-r-amt-total                       pic 9(9)v99 value 0.
       77 ws-s-l-amt-total                     pic 9(9)v99 value 0.
       77 ws-grand-total                       pic s9(9)v99 value 0.
       77 ws-ca-percent                        pic 999v99 value 0.
       77 ws-cr-percent                        pic 999v99 value 0.
       77 ws-db-percent                        pic 999v99 value 0.
       77 ws-gc-percent                        pic 999v99 value 0.
       77 ws-rw-percent                        pic 999v99 value 0.
       77 ws-s-l-cnt                           pic 9(7) value 0.
       77 ws-records-cnt                       pic 9(7) value 0.
       77 ws-s-cnt                             pic 9(7) value 0.
       77 ws-r-cnt                             pic 9(7) value 0.
       77 ws-l-cnt                             pic 9(7) value 0.
       77 ws-ca-cnt                            pic 9(7) value 0.
       77 ws-cr-cnt                            pic 9(7) value 0.
       77 ws-db-cnt                            pic 9(7) value 0.
       77 ws-ca-amt-total                      pic 9(9)v99 value 0.
       77 ws-cr-amt-total                      pic 9(9)v99 value 0.
       77 ws-db-amt-total                      pic 9(9)v99 value 0.
       77 ws-gc-cnt                            pic 9(7) value 0.
       77 ws-gc-amt-total                      pic 9(9)v99 value 0.
       77 ws-rw-cnt                            pic 9(7) value 0.
       77 ws-rw-amt-total                      pic 9(9)v99 value 0.
      * S & L tender lines off the tender extract - the payment-type
      * percentages are shares of these
       77 ws-tender-file-status                pic xx value spaces.
       77 ws-tender-eof-flag                   pic x value 'n'.
       77 ws-tender-cnt                        pic 9(7) value 0.
       77 ws-store-sub                         pic 9(3) value 0.
       77 ws-unknown-cnt                       pic 9(7) value 0.
       77 ws-recon-total                       pic 9(7) value 0.
       77 ws-v-cnt                             pic 9(7) value 0.
       77 ws-v-amt-total                       pic 9(9)v99 value 0.
       77 ws-e-cnt                             pic 9(7) value 0.
       77 ws-e-amt-total                       pic 9(9)v99 value 0.

      * MTD/YTD accumulator working fields
       77 ws-accum-file-status                 pic xx value spaces.
           05 ws-cur-year                      pic 9(4).
           05 ws-cur-month                     pic 99.
           05 ws-cur-day                       pic 99.
       77 ws-txn-cnt-this-run                  pic 9(7) value 0.

      * Fiscal calendar table and the accumulator bucket keys - the
      * fiscal year and period when the calendar covers the business
      * are matched by store number (327-find-store-accum-slot), not
      * by table position, so a StoreMaster reorder between runs
      * doesn't misattribute one store's running total to another.
       77 ws-accum-sub                         pic 9(3) value 0.
       77 ws-accum-match-sub                   pic 9(3) value 0.
       77 ws-accum-found-flag                  pic x value 'n'.
           88 accum-slot-found                 value 'y'.
       77 ws-store-net-this-run                pic s9(9)v99 value 0.
       01 ws-store-accum-slot-tbl.
           05 ws-store-accum-slot              pic 9(3) value 0
               occurs 99 times.
       01 ws-store-mtd-ytd-heading.
           05 filler                           pic x(27) value
               "  Store  Name".
      *
       01 ws-totals.
           05 ws-sl-store-nums.
               10 ws-sl-store-num              pic 9(7) value 0
                   occurs 99 times.
           05 ws-sl-stores-amt.
               10 ws-sl-store-amt              pic 9(9)v99 value 0
                   occurs 99 times.
           05 ws-r-stores-num.
               10 ws-r-store-num               pic 9(7) value 0
                   occurs 99 times.
           05 ws-r-store-amts.
               10 ws-r-store-amt               pic 9(9)v99 value 0
                   occurs 99 times.
           05 ws-e-store-nums.
               10 ws-e-store-num               pic 9(7) value 0
                   occurs 99 times.
           05 ws-e-store-amts.
               10 ws-e-store-amt               pic 9(9)v99 value 0
                   occurs 99 times.
           05 ws-cr-store-amts.
               10 ws-cr-store-amt              pic 9(9)v99 value 0
                   occurs 99 times.
           05 ws-db-store-amts.
               10 ws-db-store-amt              pic 9(9)v99 value 0
                   occurs 99 times.
           05 ws-gc-store-amts.
               10 ws-gc-store-amt              pic 9(9)v99 value 0
                   occurs 99 times.
           05 ws-ca-store-amts.
               10 ws-ca-store-amt              pic 9(9)v99 value 0
                   occurs 99 times.
      *
       01 ws-flags.
           05 ws-eof-flag                      pic x value 'n'.
               exchange-record-file.
      *
           perform 105-load-store-master.

      * The accumulator bucket keys come from the fiscal calendar
      * when one is on file, so MTD/YTD cut on the real 4-4-5
           perform 200-process-input
               until eof.

           perform 220-tally-tenders.

           perform 300-output-summary.
      *
           close input-file,
           end-if.

       106-load-store-loop.
           if ws-number-of-stores < 99 then
               add 1                       to ws-number-of-stores
               move stm-store-number
                   to ws-store-no-cnst(ws-number-of-stores)
           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.

       200-process-input.
           add 1 to ws-records-cnt.
                   write sl-record-line from input-record
               end-if

      * The tender split comes from the tender extract afterwards
      * (220-tally-tenders), not from the pay type here.
               perform varying ws-store-sub
                 from 1 by 1
                 until ws-store-sub > ws-print-store-limit
                           to ws-sl-store-num(ws-store-sub)
                       add input-rec-trans-amount
                           to ws-sl-store-amt(ws-store-sub)
                   end-if
               end-perform
           else
               at end
                   set eof to true.
      *
      * Tally The Sales And Layaway Tenders By Type, Overall And Per
      * Store, From Program1's Tender Extract - a split-tender sale
      * counts once under each tender it was paid with.  No extract
      * (a ValidData.dat from before the extract existed) leaves the
      * tender figures at zero.
      *
       220-tally-tenders.
           open input valid-tender-file.

           if ws-tender-file-status = "35" then
               continue
           else
               read valid-tender-file
                   at end
                       move 'y'            to ws-tender-eof-flag
               end-read
               perform 225-tally-one-tender
                   until ws-tender-eof-flag = 'y'
               close valid-tender-file
           end-if.

       225-tally-one-tender.
           if (tender-is-s or tender-is-l) then
               add 1                       to ws-tender-cnt
               if (tender-is-CA) then
                   add 1               to ws-ca-cnt
                   add vtn-amount      to ws-ca-amt-total
               end-if
               if (tender-is-CR) then
                   add 1               to ws-cr-cnt
                   add vtn-amount      to ws-cr-amt-total
               end-if
               if (tender-is-DB) then
                   add 1               to ws-db-cnt
                   add vtn-amount      to ws-db-amt-total
               end-if
               if (tender-is-GC) then
                   add 1               to ws-gc-cnt
                   add vtn-amount      to ws-gc-amt-total
               end-if
               if (tender-is-RW) then
                   add 1               to ws-rw-cnt
                   add vtn-amount      to ws-rw-amt-total
               end-if

               perform varying ws-store-sub
                 from 1 by 1
                 until ws-store-sub > ws-print-store-limit
                   if (vtn-store-number = ws-store-no-cnst(
                     ws-store-sub)) then
                       if (tender-is-CA) then
                           add vtn-amount
                               to ws-ca-store-amt(ws-store-sub)
                       end-if
                       if (tender-is-CR) then
                           add vtn-amount
                               to ws-cr-store-amt(ws-store-sub)
                       end-if
                       if (tender-is-DB) then
                           add vtn-amount
                               to ws-db-store-amt(ws-store-sub)
                       end-if
                       if (tender-is-GC) then
                           add vtn-amount
                               to ws-gc-store-amt(ws-store-sub)
                       end-if
                   end-if
               end-perform
           end-if.

           read valid-tender-file
               at end
                   move 'y'                to ws-tender-eof-flag.
      *
      * Tally One Exchange Into Its Store's Column
      *
       210-tally-exchange-store.
           compute ws-grand-total =
             ws-s-l-amt-total - ws-r-amt-total.

           if ws-tender-cnt > 0 then
               compute ws-ca-percent rounded =
                 (ws-ca-cnt / ws-tender-cnt) * 100
               compute ws-cr-percent rounded =
                 (ws-cr-cnt / ws-tender-cnt) * 100
               compute ws-db-percent rounded =
                 (ws-db-cnt / ws-tender-cnt) * 100
               compute ws-gc-percent rounded =
                 (ws-gc-cnt / ws-tender-cnt) * 100
               compute ws-rw-percent rounded =
                 (ws-rw-cnt / ws-tender-cnt) * 100
           end-if.

           move ws-s-cnt               to ws-total-line-s-num.
           move ws-s-amt-total         to ws-total-line-s-amt.
           move ws-cr-percent          to ws-percent-cr.
           move ws-db-percent          to ws-percent-db.
           move ws-gc-percent          to ws-percent-gc.
           move ws-rw-percent          to ws-percent-rw.

           move ws-ca-amt-total        to ws-dollar-total-ca.
           move ws-cr-amt-total        to ws-dollar-total-cr.
           move ws-db-amt-total        to ws-dollar-total-db.
           move ws-gc-amt-total        to ws-dollar-total-gc.
           move ws-rw-amt-total        to ws-dollar-total-rw.

           move ws-r-cnt               to ws-total-line-r-num.
           move ws-r-amt-total         to ws-total-line-r-amount.

           write cct-report-line from ws-dash-line-1
               after advancing 1 lines.
           move 1                      to ws-band-start.
           perform 302-print-sl-band.
      * Later bands carry only the store columns
           move spaces                 to ws-slh-total-labels
                                          ws-sld-total-dashes
                                          ws-total-sl-line1-totals
                                          ws-total-sl-line2-totals.
           perform 302-print-sl-band
               varying ws-band-start from 6 by 5
               until ws-band-start > ws-print-store-limit.

           write cct-report-line from ws-payment-type-line1
               after advancing 2 lines.
               after advancing 2 lines.
           write cct-report-line from ws-dash-line-2
               after advancing 1 lines.
           move 1                      to ws-band-start.
           perform 304-print-r-band.
           move spaces                 to ws-trh-total-labels
                                          ws-trd-total-dashes
                                          ws-total-r-line1-totals
                                          ws-total-r-line2-totals.
           perform 304-print-r-band
               varying ws-band-start from 6 by 5
               until ws-band-start > ws-print-store-limit.

           move ws-e-cnt               to ws-total-line-e-num.
           move ws-e-amt-total         to ws-total-line-e-amount.
               after advancing 2 lines.
           write cct-report-line from ws-dash-line-2
               after advancing 1 lines.
           move 1                      to ws-band-start.
           perform 306-print-e-band.
           move spaces                 to ws-teh-total-labels
                                          ws-ted-total-dashes
                                          ws-total-e-line1-totals
                                          ws-total-e-line2-totals.
           perform 306-print-e-band
               varying ws-band-start from 6 by 5
               until ws-band-start > ws-print-store-limit.

           write cct-report-line from ws-total-line
               after advancing 3 lines.
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-print-store-limit.
      *
      * Print One Band Of Store Columns For Each Section - the band
      * starts at table position ws-band-start
      *
       302-print-sl-band.
           perform 308-fill-store-band.
           write cct-report-line from ws-total-S-L-heading-line
               after advancing 2 lines.
           write cct-report-line from ws-total-S-L-heading-line-dash
               after advancing 1 lines.
           write cct-report-line from ws-total-sl-line1
               after advancing 1 line.
           write cct-report-line from ws-total-S-L-line2
               after advancing 1 line.
      *
       304-print-r-band.
           perform 308-fill-store-band.
           write cct-report-line from ws-total-r-heading-line
               after advancing 2 lines.
           write cct-report-line from ws-total-r-heading-line-dash
               after advancing 1 lines.
           write cct-report-line from ws-total-R-line1
               after advancing 1 line.
           write cct-report-line from ws-total-R-line2
               after advancing 1 line.
      *
       306-print-e-band.
           perform 308-fill-store-band.
           write cct-report-line from ws-total-e-heading-line
               after advancing 2 lines.
           write cct-report-line from ws-total-e-heading-line-dash
               after advancing 1 lines.
           write cct-report-line from ws-total-E-line1
               after advancing 1 line.
           write cct-report-line from ws-total-E-line2
               after advancing 1 line.
      *
      * Fill The Five Store Columns Of Every Section From The Band's
      * Stores - a column past the last store on file prints blank
      *
       308-fill-store-band.
           perform 309-fill-store-band-col
               varying ws-band-col from 1 by 1
               until ws-band-col > 5.

       309-fill-store-band-col.
           compute ws-band-store = ws-band-start + ws-band-col - 1.

           if ws-band-store > ws-print-store-limit then
               move spaces to ws-slh-store-col(ws-band-col)
                              ws-sld-store-col(ws-band-col)
                              ws-total-line-sl-store-num(ws-band-col)
                              ws-total-line-sl-store-amt(ws-band-col)
                              ws-trh-store-col(ws-band-col)
                              ws-trd-store-col(ws-band-col)
                              ws-total-line-r-store-num(ws-band-col)
                              ws-total-line-r-store-amount(ws-band-col)
                              ws-teh-store-col(ws-band-col)
                              ws-ted-store-col(ws-band-col)
                              ws-total-line-e-store-num(ws-band-col)
                              ws-total-line-e-store-amount(ws-band-col)
           else
               move ws-store-no-cnst(ws-band-store)
                   to ws-store-hdr-num
               move ws-store-tbl-name(ws-band-store)
                   to ws-store-hdr-name
               move ws-store-hdr-build
                   to ws-slh-store-col(ws-band-col)
                      ws-trh-store-col(ws-band-col)
                      ws-teh-store-col(ws-band-col)
               move "-------------"
                   to ws-sld-store-col(ws-band-col)
                      ws-trd-store-col(ws-band-col)
                      ws-ted-store-col(ws-band-col)
               move ws-sl-store-num(ws-band-store)
                   to ws-s-l-store-num(ws-band-col)
               move ws-sl-store-amt(ws-band-store)
                   to ws-s-l-store-amt(ws-band-col)
               move ws-r-store-num(ws-band-store)
                   to ws-retrun-store-num(ws-band-col)
               move ws-r-store-amt(ws-band-store)
                   to ws-return-store-amount(ws-band-col)
               move ws-e-store-num(ws-band-store)
                   to ws-exchange-store-num(ws-band-col)
               move ws-e-store-amt(ws-band-store)
                   to ws-exchange-store-amount(ws-band-col)
           end-if.
      *
      * Load The MTD/YTD Accumulator File From The Prior Run
      *
       110-load-accumulator.
               subtract accum-last-day-txn-cnt
                   from accum-mtd-txn-cnt accum-ytd-txn-cnt
               perform varying ws-accum-sub from 1 by 1
                   until ws-accum-sub > 99
                       subtract accum-store-last-day(ws-accum-sub)
                           from accum-store-mtd-net-amt(ws-accum-sub)
                                accum-store-ytd-net-amt(ws-accum-sub)
               move zeroes             to accum-last-day-net-amt
               move zeroes             to accum-last-day-txn-cnt
               perform varying ws-accum-sub from 1 by 1
                   until ws-accum-sub > 99
                       move zeroes     to accum-store-last-day(
                           ws-accum-sub)
               end-perform
      *
       115-reset-store-accum-year.
           perform varying ws-accum-sub from 1 by 1
               until ws-accum-sub > 99
                   move zeroes         to accum-store-mtd-net-amt(
                       ws-accum-sub)
                   move zeroes         to accum-store-ytd-net-amt(
      *
       116-reset-store-accum-month.
           perform varying ws-accum-sub from 1 by 1
               until ws-accum-sub > 99
                   move zeroes         to accum-store-mtd-net-amt(
                       ws-accum-sub)
           end-perform.
           move ws-grand-total          to accum-last-day-net-amt.
           move ws-txn-cnt-this-run     to accum-last-day-txn-cnt.
           perform varying ws-accum-sub from 1 by 1
               until ws-accum-sub > 99
                   move zeroes          to accum-store-last-day(
                       ws-accum-sub)
           end-perform.

           perform 328-check-store-accum-match
               varying ws-accum-sub from 1 by 1
               until ws-accum-sub > 99 or accum-slot-found.

           if not accum-slot-found then
               perform 329-check-store-accum-empty
                   varying ws-accum-sub from 1 by 1
                   until ws-accum-sub > 99 or accum-slot-found
               if not accum-slot-found then
                   move ws-store-sub to ws-accum-match-sub
               end-if
