       identification division.
       program-id. program38.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Gross margin report.  The SKU master carries a
      * unit cost beside the selling price (maintained through
      * program9), so each cycle's sales can be costed: revenue,
      * cost of goods, margin dollars and margin percent by SKU, by
      * store, with district subtotals and a chain total.
      *
      * Revenue is the S records on the void-adjusted extract (a
      * layaway is a deposit until it is picked up, so L records are
      * left out), less the matched returns.  Cost of goods is units
      * sold at the SKU's unit cost, less the units of the matched
      * returns that go back into stock (WS and OT - the same rule the
      * perpetual inventory applies).  A defective or no-receipt
      * return gives its revenue back but not its cost, since the
      * unit never returns to saleable stock.  A SKU with no cost on
      * the master is costed at zero and marked, so its margin is
      * not mistaken for real.  The report changes no file.
      *
       environment division.
       input-output section.
       file-control.
           select sl-file
               assign "../../../data/s_l_adjusted.dat"
               organization is line sequential
               file status is ws-sl-file-status.
      *
           select matched-returns-file
               assign "../../../data/matched_returns.dat"
               organization is line sequential
               file status is ws-matched-file-status.
      *
           select sku-master-file
               assign "../../../data/SKUMaster.dat"
               organization is line sequential.
      *
           select store-master-file
               assign "../../../data/StoreMaster.dat"
               organization is line sequential.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select print-file
               assign "../../../data/gross_margin_report.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd sl-file
           data record is sl-line
           record contains 58 characters.
      *
       01 sl-line.
           05 sl-rec-trans-code                pic x(1).
               88 sl-transac-is-s              value "S".
           05 sl-rec-trans-amount              pic 9(5)v99.
           05 sl-rec-pay-type                  pic x(2).
           05 sl-rec-store-number              pic x(2).
           05 sl-rec-invoice-number            pic x(9).
           05 sl-rec-sku-code                  pic x(15).
           05 sl-rec-return-reason-code        pic x(2).
           05 sl-rec-trans-date                pic 9(8).
           05 sl-rec-quantity                  pic 9(3).
           05 sl-rec-salesperson-id            pic x(3).
           05 sl-rec-customer-number           pic x(6).
      *
       fd matched-returns-file
           data record is matched-line
           record contains 58 characters.
      *
       01 matched-line.
           05 mat-rec-trans-code               pic x(1).
           05 mat-rec-trans-amount             pic 9(5)v99.
           05 mat-rec-pay-type                 pic x(2).
           05 mat-rec-store-number             pic x(2).
           05 mat-rec-invoice-number           pic x(9).
           05 mat-rec-sku-code                 pic x(15).
           05 mat-rec-return-reason-code       pic x(2).
               88 mat-reason-restockable       value "WS" "OT".
           05 mat-rec-trans-date               pic 9(8).
           05 mat-rec-quantity                 pic 9(3).
           05 mat-rec-salesperson-id           pic x(3).
           05 mat-rec-customer-number          pic x(6).
      *
       fd sku-master-file
           data record is sku-master-record
           record contains 50 characters.
      *
       01 sku-master-record.
           05 skm-sku-code                     pic x(15).
           05 skm-description                  pic x(20).
           05 skm-status                       pic x(1).
           05 skm-unit-price                   pic 9(5)v99.
           05 skm-unit-cost                    pic 9(5)v99.
      *
      * Store master - read for the store name and the district each
      * store reports to.
       fd store-master-file
           data record is store-master-record
           record contains 36 characters.
      *
       01 store-master-record.
           05 stm-store-number                 pic x(2).
           05 stm-store-name                   pic x(20).
           05 stm-tax-rate                     pic 9(2)v99.
           05 stm-district-code                pic x(2).
           05 stm-district-name                pic x(8).
      *
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 rc-reject-threshold              pic 9(3).
           05 rc-exception-threshold           pic 9(5)v99.
           05 rc-settle-tolerance              pic 9(5)v99.
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 filler                           pic x(50).
      *
       fd print-file
           record contains 90 characters
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-sl-file-status                    pic xx value spaces.
       77 ws-matched-file-status               pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-sl-eof-flag                       pic x value 'n'.
       77 ws-matched-eof-flag                  pic x value 'n'.
       77 ws-sku-eof-flag                      pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-business-yyyymmdd                 pic 9(8) value 0.

       77 ws-sales-read-cnt                    pic 9(7) value 0.
       77 ws-returns-read-cnt                  pic 9(7) value 0.
       77 ws-unknown-sku-cnt                   pic 9(7) value 0.
       77 ws-unknown-store-cnt                 pic 9(7) value 0.
       77 ws-no-cost-cnt                       pic 9(5) value 0.

      * One line's revenue, units and cost, signed so a return
      * subtracts through the same tally paragraph as a sale.
       77 ws-line-units                        pic s9(5) value 0.
       77 ws-line-revenue                      pic s9(7)v99 value 0.
       77 ws-line-cost                         pic s9(9)v99 value 0.
       77 ws-margin-amt                        pic s9(9)v99 value 0.
       77 ws-margin-pct                        pic s9(5)v99 value 0.
       77 ws-pct-base                          pic s9(9)v99 value 0.
       77 ws-lookup-sku                        pic x(15) value spaces.
       77 ws-lookup-store                      pic x(2) value spaces.

      * SKU table - description and unit cost from the master, and
      * the SKU's totals across all stores.
       77 ws-sku-tbl-cnt                       pic 9(4) value 0.
       77 ws-sku-tbl-sub                       pic 9(4) value 0.
       77 ws-sku-match-sub                     pic 9(4) value 0.
       01 ws-sku-table.
           05 ws-sku-entry                     occurs 2000 times.
               10 ws-sku-tbl-code              pic x(15).
               10 ws-sku-tbl-desc              pic x(20).
               10 ws-sku-tbl-cost              pic 9(5)v99.
               10 ws-sku-tbl-units             pic s9(7).
               10 ws-sku-tbl-revenue           pic s9(9)v99.
               10 ws-sku-tbl-cogs              pic s9(9)v99.
               10 ws-sku-tbl-active            pic x(1).

      * Store table - name and district from the master, and the
      * store's totals.
       77 ws-store-tbl-cnt                     pic 9(3) value 0.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       77 ws-store-match-sub                   pic 9(3) value 0.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-district        pic x(2).
               10 ws-store-tbl-dist-name       pic x(8).
               10 ws-store-tbl-units           pic s9(7).
               10 ws-store-tbl-revenue         pic s9(9)v99.
               10 ws-store-tbl-cogs            pic s9(9)v99.
               10 ws-store-tbl-active          pic x(1).

      * District subtotals, in the order the districts first appear
      * among the stores with activity.
       77 ws-dist-tbl-cnt                      pic 9(3) value 0.
       77 ws-dist-tbl-sub                      pic 9(3) value 0.
       77 ws-dist-match-sub                    pic 9(3) value 0.
       01 ws-district-table.
           05 ws-dist-entry                    occurs 99 times.
               10 ws-dist-tbl-code             pic x(2).
               10 ws-dist-tbl-name             pic x(8).
               10 ws-dist-tbl-units            pic s9(7).
               10 ws-dist-tbl-revenue          pic s9(9)v99.
               10 ws-dist-tbl-cogs             pic s9(9)v99.

       01 ws-chain-totals.
           05 ws-chain-units                   pic s9(7) value 0.
           05 ws-chain-revenue                 pic s9(9)v99 value 0.
           05 ws-chain-cogs                    pic s9(9)v99 value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 38".
           05 filler                           pic x(44) value spaces.
           05 filler                           pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-report-heading-2.
           05 ws-rh-date                       pic 9(6) value zeroes.
           05 filler                           pic x(4) value spaces.
           05 ws-rh-time                       pic 9(7) value zeroes.
           05 filler                           pic x(60) value spaces.
           05 filler                           pic x(13) value
               "Devansh Patel".

       01 ws-page-heading.
           05 filler                           pic x(33) value spaces.
           05 filler                           pic x(24) value
               "Gross Margin Report".
           05 filler                           pic x(33) value spaces.

       01 ws-runctl-echo-line.
           05 filler                           pic x(19) value
               "Run control: date ".
           05 ws-rce-date                      pic 9(8).
           05 filler                           pic x(7) value
               "  mode ".
           05 ws-rce-mode                      pic x(1).
           05 filler                           pic x(8) value
               "  cycle ".
           05 ws-rce-cycle                     pic 9(4).
           05 filler                           pic x(43) value spaces.

       01 ws-sku-heading.
           05 filler                           pic x(40) value
               "Gross Margin By SKU".
           05 filler                           pic x(50) value spaces.

       01 ws-store-heading.
           05 filler                           pic x(50) value
               "Gross Margin By Store And District".
           05 filler                           pic x(40) value spaces.

       01 ws-margin-header-1.
           05 ws-mh1-label                     pic x(27) value spaces.
           05 filler                           pic x(8) value
               "   Units".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(13) value
               "      Revenue".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(13) value
               "  Cost Of Gds".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(13) value
               "       Margin".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(8) value
               " Margin%".
           05 filler                           pic x(4) value spaces.

       01 ws-margin-line.
           05 ws-mgl-label                     pic x(27).
           05 ws-mgl-sku-label redefines ws-mgl-label.
               10 ws-mgl-sku                   pic x(15).
               10 filler                       pic x(1).
               10 ws-mgl-desc                  pic x(11).
           05 ws-mgl-store-label redefines ws-mgl-label.
               10 ws-mgl-store                 pic x(2).
               10 filler                       pic x(1).
               10 ws-mgl-name                  pic x(20).
               10 filler                       pic x(4).
           05 ws-mgl-units                     pic zzz,zz9-.
           05 filler                           pic x(1) value spaces.
           05 ws-mgl-revenue                   pic z,zzz,zz9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-mgl-cogs                      pic z,zzz,zz9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-mgl-margin                    pic z,zzz,zz9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-mgl-pct                       pic zzz9.99-.
           05 filler                           pic x(1) value spaces.
           05 ws-mgl-flag                      pic x(3).

       01 ws-district-label.
           05 filler                           pic x(4) value
               "  D ".
           05 ws-dlb-code                      pic x(2).
           05 filler                           pic x(1) value spaces.
           05 ws-dlb-name                      pic x(8).
           05 filler                           pic x(12) value
               " subtotal".

       01 ws-margin-rule                       pic x(90) value
           "  ------------------------------------------------------".

       01 ws-no-sales-line                     pic x(90) value
           "  No sales on this cycle's extract.".

       01 ws-no-cost-note                      pic x(90) value
           "  * = no unit cost on the SKU master - costed at zero.".

       01 ws-sales-read-line.
           05 filler                           pic x(35) value
               "Sale records costed          : ".
           05 ws-srl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-returns-read-line.
           05 filler                           pic x(35) value
               "Matched returns costed       : ".
           05 ws-rrl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-no-cost-line.
           05 filler                           pic x(35) value
               "SKUs sold with no unit cost  : ".
           05 ws-ncl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-unknown-sku-line.
           05 filler                           pic x(35) value
               "Lines for SKUs not on master : ".
           05 ws-usl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-unknown-store-line.
           05 filler                           pic x(35) value
               "Lines for stores not on mstr : ".
           05 ws-ustl-cnt                      pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 060-load-sku-master.
           perform 065-load-store-master.

           perform 100-cost-sales.
           perform 120-cost-returns.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-business-yyyymmdd   to ws-rce-date.
           move ws-runctl-mode         to ws-rce-mode.
           move ws-cycle-number        to ws-rce-cycle.
           write print-line            from ws-runctl-echo-line
               after advancing 1 line.

           perform 200-print-sku-section.
           perform 220-print-store-section.
           perform 300-print-footer.

           close print-file.

           goback.
      *
      * Read The Run-Control Parameter Card
      *
       050-read-run-control.
           accept ws-business-yyyymmdd from date yyyymmdd.

           open input run-control-file.
           if ws-runctl-file-status = "35" then
               continue
           else
               read run-control-file
                   at end
                       move 'y'            to ws-runctl-eof-flag
               end-read
               if ws-runctl-eof-flag not = 'y' then
                   if (rc-business-date is numeric) and
                      (rc-business-date > zero) then
                       move rc-business-date to ws-business-yyyymmdd
                   end-if
                   move rc-run-mode        to ws-runctl-mode
                   if rc-cycle-number is numeric then
                       move rc-cycle-number to ws-cycle-number
                   end-if
               end-if
               close run-control-file
           end-if.
      *
      * Load SKU Master File into working storage
      *
       060-load-sku-master.
           open input sku-master-file.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.

           perform 062-load-sku-loop
               until ws-sku-eof-flag = 'y'.

           close sku-master-file.

       062-load-sku-loop.
           if ws-sku-tbl-cnt < 2000 then
               add 1                       to ws-sku-tbl-cnt
               move skm-sku-code
                   to ws-sku-tbl-code(ws-sku-tbl-cnt)
               move skm-description
                   to ws-sku-tbl-desc(ws-sku-tbl-cnt)
               if skm-unit-cost is numeric then
                   move skm-unit-cost
                       to ws-sku-tbl-cost(ws-sku-tbl-cnt)
               else
                   move zeroes
                       to ws-sku-tbl-cost(ws-sku-tbl-cnt)
               end-if
               move zeroes
                   to ws-sku-tbl-units(ws-sku-tbl-cnt)
                      ws-sku-tbl-revenue(ws-sku-tbl-cnt)
                      ws-sku-tbl-cogs(ws-sku-tbl-cnt)
               move 'n'
                   to ws-sku-tbl-active(ws-sku-tbl-cnt)
           end-if.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.
      *
      * Load Store Master File into working storage
      *
       065-load-store-master.
           open input store-master-file.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.

           perform 067-load-store-loop
               until ws-store-eof-flag = 'y'.

           close store-master-file.

       067-load-store-loop.
           if ws-store-tbl-cnt < 99 then
               add 1                       to ws-store-tbl-cnt
               move stm-store-number
                   to ws-store-tbl-number(ws-store-tbl-cnt)
               move stm-store-name
                   to ws-store-tbl-name(ws-store-tbl-cnt)
               move stm-district-code
                   to ws-store-tbl-district(ws-store-tbl-cnt)
               move stm-district-name
                   to ws-store-tbl-dist-name(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-units(ws-store-tbl-cnt)
                      ws-store-tbl-revenue(ws-store-tbl-cnt)
                      ws-store-tbl-cogs(ws-store-tbl-cnt)
               move 'n'
                   to ws-store-tbl-active(ws-store-tbl-cnt)
           end-if.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Cost The Cycle's Sales
      *
       100-cost-sales.
           open input sl-file.
           if ws-sl-file-status = "35" then
      * No extract this cycle - nothing sold
               continue
           else
               read sl-file
                   at end
                       move 'y'            to ws-sl-eof-flag
               end-read
               perform 110-cost-one-sale
                   until ws-sl-eof-flag = 'y'
               close sl-file
           end-if.

       110-cost-one-sale.
           if sl-transac-is-s then
               add 1                       to ws-sales-read-cnt
               move sl-rec-sku-code        to ws-lookup-sku
               move sl-rec-store-number    to ws-lookup-store
               perform 150-find-sku-and-store
               move sl-rec-quantity        to ws-line-units
               move sl-rec-trans-amount    to ws-line-revenue
               if ws-sku-match-sub > 0 then
                   compute ws-line-cost =
                       ws-sku-tbl-cost(ws-sku-match-sub) *
                       sl-rec-quantity
               else
                   move zeroes             to ws-line-cost
               end-if
               perform 160-tally-line
           end-if.

           read sl-file
               at end
                   move 'y'                to ws-sl-eof-flag.
      *
      * Take The Matched Returns Back Off - revenue always, cost only
      * for a unit that goes back into stock
      *
       120-cost-returns.
           open input matched-returns-file.
           if ws-matched-file-status = "35" then
      * No returns matched this cycle
               continue
           else
               read matched-returns-file
                   at end
                       move 'y'            to ws-matched-eof-flag
               end-read
               perform 130-cost-one-return
                   until ws-matched-eof-flag = 'y'
               close matched-returns-file
           end-if.

       130-cost-one-return.
           add 1                           to ws-returns-read-cnt.
           move mat-rec-sku-code           to ws-lookup-sku.
           move mat-rec-store-number       to ws-lookup-store.
           perform 150-find-sku-and-store.
           compute ws-line-units   = zero - mat-rec-quantity.
           compute ws-line-revenue = zero - mat-rec-trans-amount.
           move zeroes                     to ws-line-cost.
           if (ws-sku-match-sub > 0) and mat-reason-restockable then
               compute ws-line-cost =
                   zero - (ws-sku-tbl-cost(ws-sku-match-sub) *
                           mat-rec-quantity)
           end-if.
           perform 160-tally-line.

           read matched-returns-file
               at end
                   move 'y'                to ws-matched-eof-flag.

       150-find-sku-and-store.
           move zero                       to ws-sku-match-sub.
           perform varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt
               or ws-sku-match-sub > 0
                   if ws-lookup-sku = ws-sku-tbl-code(ws-sku-tbl-sub)
                   then
                       move ws-sku-tbl-sub to ws-sku-match-sub
                   end-if
           end-perform.

           move zero                       to ws-store-match-sub.
           perform varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt
               or ws-store-match-sub > 0
                   if ws-lookup-store =
                      ws-store-tbl-number(ws-store-tbl-sub) then
                       move ws-store-tbl-sub to ws-store-match-sub
                   end-if
           end-perform.
      *
      * Add One Line To Its SKU, Its Store And The Chain
      *
       160-tally-line.
           if ws-sku-match-sub > 0 then
               move 'y'
                   to ws-sku-tbl-active(ws-sku-match-sub)
               add ws-line-units
                   to ws-sku-tbl-units(ws-sku-match-sub)
               add ws-line-revenue
                   to ws-sku-tbl-revenue(ws-sku-match-sub)
               add ws-line-cost
                   to ws-sku-tbl-cogs(ws-sku-match-sub)
           else
               add 1                       to ws-unknown-sku-cnt
           end-if.

           if ws-store-match-sub > 0 then
               move 'y'
                   to ws-store-tbl-active(ws-store-match-sub)
               add ws-line-units
                   to ws-store-tbl-units(ws-store-match-sub)
               add ws-line-revenue
                   to ws-store-tbl-revenue(ws-store-match-sub)
               add ws-line-cost
                   to ws-store-tbl-cogs(ws-store-match-sub)
           else
               add 1                       to ws-unknown-store-cnt
               add ws-line-units           to ws-chain-units
               add ws-line-revenue         to ws-chain-revenue
               add ws-line-cost            to ws-chain-cogs
           end-if.
      *
      * Print The Margin By SKU
      *
       200-print-sku-section.
           write print-line from ws-sku-heading
               after advancing 2 line.
           move "SKU Code        Description"
                                           to ws-mh1-label.
           write print-line from ws-margin-header-1
               after advancing 1 line.

           perform 205-print-sku-line
               varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt.

           if (ws-sales-read-cnt = 0) and (ws-returns-read-cnt = 0)
           then
               write print-line from ws-no-sales-line
                   after advancing 1 line
           end-if.

           if ws-no-cost-cnt > 0 then
               write print-line from ws-no-cost-note
                   after advancing 1 line
           end-if.

       205-print-sku-line.
           if ws-sku-tbl-active(ws-sku-tbl-sub) = 'y' then
               move spaces                 to ws-mgl-label
                                              ws-mgl-flag
               move ws-sku-tbl-code(ws-sku-tbl-sub)  to ws-mgl-sku
               move ws-sku-tbl-desc(ws-sku-tbl-sub)  to ws-mgl-desc
               move ws-sku-tbl-units(ws-sku-tbl-sub) to ws-mgl-units
               move ws-sku-tbl-revenue(ws-sku-tbl-sub)
                   to ws-mgl-revenue
               move ws-sku-tbl-cogs(ws-sku-tbl-sub)  to ws-mgl-cogs
               compute ws-margin-amt =
                   ws-sku-tbl-revenue(ws-sku-tbl-sub) -
                   ws-sku-tbl-cogs(ws-sku-tbl-sub)
               move ws-sku-tbl-revenue(ws-sku-tbl-sub)
                   to ws-pct-base
               perform 250-compute-margin-pct
               if ws-sku-tbl-cost(ws-sku-tbl-sub) = zero then
                   move "  *"              to ws-mgl-flag
                   add 1                   to ws-no-cost-cnt
               end-if
               write print-line from ws-margin-line
                   after advancing 1 line
           end-if.
      *
      * Print The Margin By Store, With District Subtotals And The
      * Chain Total
      *
       220-print-store-section.
           perform 222-tally-district
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           write print-line from ws-store-heading
               after advancing 2 line.
           move "St  Store Name"           to ws-mh1-label.
           write print-line from ws-margin-header-1
               after advancing 1 line.

           perform 225-print-district-block
               varying ws-dist-tbl-sub from 1 by 1
               until ws-dist-tbl-sub > ws-dist-tbl-cnt.

           write print-line from ws-margin-rule
               after advancing 1 line.
           move spaces                     to ws-mgl-label
                                              ws-mgl-flag.
           move "Chain total"              to ws-mgl-label.
           move ws-chain-units             to ws-mgl-units.
           move ws-chain-revenue           to ws-mgl-revenue.
           move ws-chain-cogs              to ws-mgl-cogs.
           compute ws-margin-amt = ws-chain-revenue - ws-chain-cogs.
           move ws-chain-revenue           to ws-pct-base.
           perform 250-compute-margin-pct.
           write print-line from ws-margin-line
               after advancing 1 line.

       222-tally-district.
           if ws-store-tbl-active(ws-store-tbl-sub) = 'y' then
               move zero                   to ws-dist-match-sub
               perform varying ws-dist-tbl-sub from 1 by 1
                   until ws-dist-tbl-sub > ws-dist-tbl-cnt
                   or ws-dist-match-sub > 0
                       if ws-store-tbl-district(ws-store-tbl-sub) =
                          ws-dist-tbl-code(ws-dist-tbl-sub) then
                           move ws-dist-tbl-sub to ws-dist-match-sub
                       end-if
               end-perform
               if ws-dist-match-sub = 0 then
                   add 1                   to ws-dist-tbl-cnt
                   move ws-dist-tbl-cnt    to ws-dist-match-sub
                   move ws-store-tbl-district(ws-store-tbl-sub)
                       to ws-dist-tbl-code(ws-dist-match-sub)
                   move ws-store-tbl-dist-name(ws-store-tbl-sub)
                       to ws-dist-tbl-name(ws-dist-match-sub)
                   move zeroes
                       to ws-dist-tbl-units(ws-dist-match-sub)
                          ws-dist-tbl-revenue(ws-dist-match-sub)
                          ws-dist-tbl-cogs(ws-dist-match-sub)
               end-if
               add ws-store-tbl-units(ws-store-tbl-sub)
                   to ws-dist-tbl-units(ws-dist-match-sub)
                      ws-chain-units
               add ws-store-tbl-revenue(ws-store-tbl-sub)
                   to ws-dist-tbl-revenue(ws-dist-match-sub)
                      ws-chain-revenue
               add ws-store-tbl-cogs(ws-store-tbl-sub)
                   to ws-dist-tbl-cogs(ws-dist-match-sub)
                      ws-chain-cogs
           end-if.

       225-print-district-block.
           write print-line from ws-empty-line
               after advancing 1 line.
           perform 230-print-store-line
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           move spaces                     to ws-mgl-flag.
           move ws-dist-tbl-code(ws-dist-tbl-sub) to ws-dlb-code.
           move ws-dist-tbl-name(ws-dist-tbl-sub) to ws-dlb-name.
           move ws-district-label          to ws-mgl-label.
           move ws-dist-tbl-units(ws-dist-tbl-sub)   to ws-mgl-units.
           move ws-dist-tbl-revenue(ws-dist-tbl-sub) to ws-mgl-revenue.
           move ws-dist-tbl-cogs(ws-dist-tbl-sub)    to ws-mgl-cogs.
           compute ws-margin-amt =
               ws-dist-tbl-revenue(ws-dist-tbl-sub) -
               ws-dist-tbl-cogs(ws-dist-tbl-sub).
           move ws-dist-tbl-revenue(ws-dist-tbl-sub) to ws-pct-base.
           perform 250-compute-margin-pct.
           write print-line from ws-margin-line
               after advancing 1 line.

       230-print-store-line.
           if (ws-store-tbl-active(ws-store-tbl-sub) = 'y') and
              (ws-store-tbl-district(ws-store-tbl-sub) =
               ws-dist-tbl-code(ws-dist-tbl-sub)) then
               move spaces                 to ws-mgl-label
                                              ws-mgl-flag
               move ws-store-tbl-number(ws-store-tbl-sub)
                   to ws-mgl-store
               move ws-store-tbl-name(ws-store-tbl-sub)
                   to ws-mgl-name
               move ws-store-tbl-units(ws-store-tbl-sub)
                   to ws-mgl-units
               move ws-store-tbl-revenue(ws-store-tbl-sub)
                   to ws-mgl-revenue
               move ws-store-tbl-cogs(ws-store-tbl-sub)
                   to ws-mgl-cogs
               compute ws-margin-amt =
                   ws-store-tbl-revenue(ws-store-tbl-sub) -
                   ws-store-tbl-cogs(ws-store-tbl-sub)
               move ws-store-tbl-revenue(ws-store-tbl-sub)
                   to ws-pct-base
               perform 250-compute-margin-pct
               write print-line from ws-margin-line
                   after advancing 1 line
           end-if.
      *
      * Margin Dollars And Margin Percent Of Revenue
      *
       250-compute-margin-pct.
           move ws-margin-amt              to ws-mgl-margin.
           if ws-pct-base = zero then
               move zero                   to ws-margin-pct
           else
               compute ws-margin-pct rounded =
                   (ws-margin-amt * 100) / ws-pct-base
                   on size error
                       move zero           to ws-margin-pct
               end-compute
           end-if.
           move ws-margin-pct              to ws-mgl-pct.
      *
      * Print The Run Totals
      *
       300-print-footer.
           move ws-sales-read-cnt          to ws-srl-cnt.
           write print-line from ws-sales-read-line
               after advancing 2 line.
           move ws-returns-read-cnt        to ws-rrl-cnt.
           write print-line from ws-returns-read-line
               after advancing 1 line.
           move ws-no-cost-cnt             to ws-ncl-cnt.
           write print-line from ws-no-cost-line
               after advancing 1 line.
           move ws-unknown-sku-cnt         to ws-usl-cnt.
           write print-line from ws-unknown-sku-line
               after advancing 1 line.
           move ws-unknown-store-cnt       to ws-ustl-cnt.
           write print-line from ws-unknown-store-line
               after advancing 1 line.

       end program program38.
