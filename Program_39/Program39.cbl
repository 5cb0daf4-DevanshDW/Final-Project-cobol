       identification division.
       program-id. program39.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Month-end inventory valuation at cost.  Run by
      * the month-end close after the last cycle of the month, it
      * values every SKU + store on the perpetual inventory master at
      * the SKU master's unit cost (and, alongside, at the selling
      * price), by SKU across the chain and by store with district
      * subtotals and a chain total, so finance books cost of sales
      * from opening stock, receipts and this closing figure instead
      * of estimating it.
      *
      * A negative on-hand is a posting problem waiting on a count,
      * not stock - it is listed and valued at zero.  A SKU with no
      * unit cost on the master is valued at zero and listed, so the
      * gap in the figure is visible.  The report changes no file.
      *
       environment division.
       input-output section.
       file-control.
           select inventory-master-file
               assign "../../../data/InventoryMaster.dat"
               organization is line sequential
               file status is ws-inv-file-status.
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
               assign "../../../data/inventory_valuation_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * Inventory master - one record per SKU + store, carried
      * forward from cycle to cycle.
       fd inventory-master-file
           data record is inventory-master-record
           record contains 29 characters.
      *
       01 inventory-master-record.
           05 inv-sku-code                     pic x(15).
           05 inv-store-number                 pic x(2).
           05 inv-on-hand                      pic s9(7).
           05 inv-reorder-point                pic 9(5).
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

       77 ws-inv-file-status                   pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-inv-eof-flag                      pic x value 'n'.
       77 ws-sku-eof-flag                      pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-business-yyyymmdd                 pic 9(8) value 0.

       77 ws-slots-read-cnt                    pic 9(7) value 0.
       77 ws-negative-cnt                      pic 9(5) value 0.
       77 ws-no-cost-cnt                       pic 9(5) value 0.
       77 ws-unknown-sku-cnt                   pic 9(7) value 0.
       77 ws-unknown-store-cnt                 pic 9(7) value 0.

      * One slot's units and extended cost and retail.
       77 ws-slot-units                        pic 9(7) value 0.
       77 ws-slot-cost                         pic 9(11)v99 value 0.
       77 ws-slot-retail                       pic 9(11)v99 value 0.
       77 ws-lookup-sku                        pic x(15) value spaces.
       77 ws-lookup-store                      pic x(2) value spaces.

      * SKU table - description, cost and price from the master, and
      * the SKU's totals across all stores.
       77 ws-sku-tbl-cnt                       pic 9(4) value 0.
       77 ws-sku-tbl-sub                       pic 9(4) value 0.
       77 ws-sku-match-sub                     pic 9(4) value 0.
       01 ws-sku-table.
           05 ws-sku-entry                     occurs 2000 times.
               10 ws-sku-tbl-code              pic x(15).
               10 ws-sku-tbl-desc              pic x(20).
               10 ws-sku-tbl-cost              pic 9(5)v99.
               10 ws-sku-tbl-price             pic 9(5)v99.
               10 ws-sku-tbl-units             pic 9(9).
               10 ws-sku-tbl-value             pic 9(11)v99.
               10 ws-sku-tbl-retail            pic 9(11)v99.
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
               10 ws-store-tbl-units           pic 9(9).
               10 ws-store-tbl-value           pic 9(11)v99.
               10 ws-store-tbl-retail          pic 9(11)v99.
               10 ws-store-tbl-active          pic x(1).

      * District subtotals, in the order the districts first appear
      * among the stores holding stock.
       77 ws-dist-tbl-cnt                      pic 9(3) value 0.
       77 ws-dist-tbl-sub                      pic 9(3) value 0.
       77 ws-dist-match-sub                    pic 9(3) value 0.
       01 ws-district-table.
           05 ws-dist-entry                    occurs 99 times.
               10 ws-dist-tbl-code             pic x(2).
               10 ws-dist-tbl-name             pic x(8).
               10 ws-dist-tbl-units            pic 9(9).
               10 ws-dist-tbl-value            pic 9(11)v99.
               10 ws-dist-tbl-retail           pic 9(11)v99.

       01 ws-chain-totals.
           05 ws-chain-units                   pic 9(9) value 0.
           05 ws-chain-value                   pic 9(11)v99 value 0.
           05 ws-chain-retail                  pic 9(11)v99 value 0.

      * Negative on-hand slots held for the exception section.
       77 ws-neg-tbl-cnt                       pic 9(3) value 0.
       77 ws-neg-tbl-sub                       pic 9(3) value 0.
       01 ws-negative-table.
           05 ws-neg-entry                     occurs 500 times.
               10 ws-neg-sku                   pic x(15).
               10 ws-neg-store                 pic x(2).
               10 ws-neg-on-hand               pic s9(7).

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 39".
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
           05 filler                           pic x(28) value spaces.
           05 filler                           pic x(34) value
               "Month-End Inventory Valuation".
           05 filler                           pic x(28) value spaces.

       01 ws-as-of-line.
           05 filler                           pic x(34) value
               "Stock on hand at close of business".
           05 filler                           pic x(1) value spaces.
           05 ws-aol-date                      pic 9(8).
           05 filler                           pic x(7) value
               "  cycle".
           05 filler                           pic x(1) value spaces.
           05 ws-aol-cycle                     pic 9(4).
           05 filler                           pic x(35) value spaces.

       01 ws-sku-heading.
           05 filler                           pic x(40) value
               "Valuation By SKU".
           05 filler                           pic x(50) value spaces.

       01 ws-store-heading.
           05 filler                           pic x(50) value
               "Valuation By Store And District".
           05 filler                           pic x(40) value spaces.

       01 ws-value-header-1.
           05 ws-vh1-label                     pic x(27) value spaces.
           05 filler                           pic x(10) value
               "   On Hand".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(9) value
               "Unit Cost".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(16) value
               "   Value At Cost".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(16) value
               " Value At Retail".
           05 filler                           pic x(9) value spaces.

       01 ws-value-line.
           05 ws-vl-label                      pic x(27).
           05 ws-vl-sku-label redefines ws-vl-label.
               10 ws-vl-sku                    pic x(15).
               10 filler                       pic x(1).
               10 ws-vl-desc                   pic x(11).
           05 ws-vl-store-label redefines ws-vl-label.
               10 ws-vl-store                  pic x(2).
               10 filler                       pic x(1).
               10 ws-vl-name                   pic x(20).
               10 filler                       pic x(4).
           05 ws-vl-units                      pic zzz,zzz,zz9.
           05 filler                           pic x(1) value spaces.
           05 ws-vl-unit-cost                  pic zz,zz9.99
                                               blank when zero.
           05 filler                           pic x(1) value spaces.
           05 ws-vl-value                      pic zzz,zzz,zz9.99.
           05 filler                           pic x(3) value spaces.
           05 ws-vl-retail                     pic zzz,zzz,zz9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-vl-flag                       pic x(9).

       01 ws-district-label.
           05 filler                           pic x(4) value
               "  D ".
           05 ws-dlb-code                      pic x(2).
           05 filler                           pic x(1) value spaces.
           05 ws-dlb-name                      pic x(8).
           05 filler                           pic x(12) value
               " subtotal".

       01 ws-value-rule                        pic x(90) value
           "  ------------------------------------------------------".

       01 ws-no-stock-line                     pic x(90) value
           "  No stock on the inventory master.".

       01 ws-no-cost-note                      pic x(90) value
           "  NO COST = no unit cost on the SKU master - valued at 0.".

       01 ws-negative-heading.
           05 filler                           pic x(50) value
               "Negative On-Hand - Valued At Zero".
           05 filler                           pic x(40) value spaces.

       01 ws-negative-line.
           05 filler                           pic x(2) value spaces.
           05 ws-ngl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-ngl-desc                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-ngl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-ngl-on-hand                   pic z,zzz,zz9-.
           05 filler                           pic x(35) value spaces.

       01 ws-slots-read-line.
           05 filler                           pic x(35) value
               "Inventory slots read         : ".
           05 ws-srl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-negative-cnt-line.
           05 filler                           pic x(35) value
               "Negative on-hand slots       : ".
           05 ws-ncl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-no-cost-line.
           05 filler                           pic x(35) value
               "SKUs in stock with no cost   : ".
           05 ws-nocl-cnt                      pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-unknown-sku-line.
           05 filler                           pic x(35) value
               "Slots for SKUs not on master : ".
           05 ws-usl-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(46) value spaces.

       01 ws-unknown-store-line.
           05 filler                           pic x(35) value
               "Slots for stores not on mstr : ".
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

           perform 100-value-inventory.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-business-yyyymmdd   to ws-aol-date.
           move ws-cycle-number        to ws-aol-cycle.
           write print-line            from ws-as-of-line
               after advancing 1 line.

           perform 200-print-sku-section.
           perform 220-print-store-section.
           perform 240-print-negative-section.
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
               if skm-unit-price is numeric then
                   move skm-unit-price
                       to ws-sku-tbl-price(ws-sku-tbl-cnt)
               else
                   move zeroes
                       to ws-sku-tbl-price(ws-sku-tbl-cnt)
               end-if
               move zeroes
                   to ws-sku-tbl-units(ws-sku-tbl-cnt)
                      ws-sku-tbl-value(ws-sku-tbl-cnt)
                      ws-sku-tbl-retail(ws-sku-tbl-cnt)
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
                      ws-store-tbl-value(ws-store-tbl-cnt)
                      ws-store-tbl-retail(ws-store-tbl-cnt)
               move 'n'
                   to ws-store-tbl-active(ws-store-tbl-cnt)
           end-if.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Value Every Slot On The Inventory Master
      *
       100-value-inventory.
           open input inventory-master-file.
           if ws-inv-file-status = "35" then
      * No inventory master yet - nothing to value
               continue
           else
               read inventory-master-file
                   at end
                       move 'y'            to ws-inv-eof-flag
               end-read
               perform 110-value-one-slot
                   until ws-inv-eof-flag = 'y'
               close inventory-master-file
           end-if.

       110-value-one-slot.
           add 1                           to ws-slots-read-cnt.
           move inv-sku-code               to ws-lookup-sku.
           move inv-store-number           to ws-lookup-store.
           perform 150-find-sku-and-store.

           if inv-on-hand < zero then
               add 1                       to ws-negative-cnt
               if ws-neg-tbl-cnt < 500 then
                   add 1                   to ws-neg-tbl-cnt
                   move inv-sku-code
                       to ws-neg-sku(ws-neg-tbl-cnt)
                   move inv-store-number
                       to ws-neg-store(ws-neg-tbl-cnt)
                   move inv-on-hand
                       to ws-neg-on-hand(ws-neg-tbl-cnt)
               end-if
           else
               move inv-on-hand            to ws-slot-units
               if ws-sku-match-sub > 0 then
                   compute ws-slot-cost =
                       ws-sku-tbl-cost(ws-sku-match-sub) *
                       ws-slot-units
                   compute ws-slot-retail =
                       ws-sku-tbl-price(ws-sku-match-sub) *
                       ws-slot-units
               else
                   move zeroes             to ws-slot-cost
                                              ws-slot-retail
               end-if
               perform 160-tally-slot
           end-if.

           read inventory-master-file
               at end
                   move 'y'                to ws-inv-eof-flag.

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
      * Add One Slot To Its SKU, Its Store And The Chain
      *
       160-tally-slot.
           if ws-sku-match-sub > 0 then
               move 'y'
                   to ws-sku-tbl-active(ws-sku-match-sub)
               add ws-slot-units
                   to ws-sku-tbl-units(ws-sku-match-sub)
               add ws-slot-cost
                   to ws-sku-tbl-value(ws-sku-match-sub)
               add ws-slot-retail
                   to ws-sku-tbl-retail(ws-sku-match-sub)
           else
               add 1                       to ws-unknown-sku-cnt
           end-if.

           if ws-store-match-sub > 0 then
               move 'y'
                   to ws-store-tbl-active(ws-store-match-sub)
               add ws-slot-units
                   to ws-store-tbl-units(ws-store-match-sub)
               add ws-slot-cost
                   to ws-store-tbl-value(ws-store-match-sub)
               add ws-slot-retail
                   to ws-store-tbl-retail(ws-store-match-sub)
           else
               add 1                       to ws-unknown-store-cnt
               add ws-slot-units           to ws-chain-units
               add ws-slot-cost            to ws-chain-value
               add ws-slot-retail          to ws-chain-retail
           end-if.
      *
      * Print The Valuation By SKU
      *
       200-print-sku-section.
           write print-line from ws-sku-heading
               after advancing 2 line.
           move "SKU Code        Description"
                                           to ws-vh1-label.
           write print-line from ws-value-header-1
               after advancing 1 line.

           perform 205-print-sku-line
               varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt.

           if ws-slots-read-cnt = 0 then
               write print-line from ws-no-stock-line
                   after advancing 1 line
           end-if.

           if ws-no-cost-cnt > 0 then
               write print-line from ws-no-cost-note
                   after advancing 1 line
           end-if.

       205-print-sku-line.
           if (ws-sku-tbl-active(ws-sku-tbl-sub) = 'y') and
              (ws-sku-tbl-units(ws-sku-tbl-sub) > zero) then
               move spaces                 to ws-vl-label
                                              ws-vl-flag
               move ws-sku-tbl-code(ws-sku-tbl-sub)  to ws-vl-sku
               move ws-sku-tbl-desc(ws-sku-tbl-sub)  to ws-vl-desc
               move ws-sku-tbl-units(ws-sku-tbl-sub) to ws-vl-units
               move ws-sku-tbl-cost(ws-sku-tbl-sub)
                   to ws-vl-unit-cost
               move ws-sku-tbl-value(ws-sku-tbl-sub) to ws-vl-value
               move ws-sku-tbl-retail(ws-sku-tbl-sub)
                   to ws-vl-retail
               if ws-sku-tbl-cost(ws-sku-tbl-sub) = zero then
                   move " NO COST"         to ws-vl-flag
                   add 1                   to ws-no-cost-cnt
               end-if
               write print-line from ws-value-line
                   after advancing 1 line
           end-if.
      *
      * Print The Valuation By Store, With District Subtotals And The
      * Chain Total
      *
       220-print-store-section.
           perform 222-tally-district
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           write print-line from ws-store-heading
               after advancing 2 line.
           move "St  Store Name"           to ws-vh1-label.
           write print-line from ws-value-header-1
               after advancing 1 line.

           perform 225-print-district-block
               varying ws-dist-tbl-sub from 1 by 1
               until ws-dist-tbl-sub > ws-dist-tbl-cnt.

           write print-line from ws-value-rule
               after advancing 1 line.
           move spaces                     to ws-vl-label
                                              ws-vl-flag.
           move "Chain total"              to ws-vl-label.
           move ws-chain-units             to ws-vl-units.
           move zeroes                     to ws-vl-unit-cost.
           move ws-chain-value             to ws-vl-value.
           move ws-chain-retail            to ws-vl-retail.
           write print-line from ws-value-line
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
                          ws-dist-tbl-value(ws-dist-match-sub)
                          ws-dist-tbl-retail(ws-dist-match-sub)
               end-if
               add ws-store-tbl-units(ws-store-tbl-sub)
                   to ws-dist-tbl-units(ws-dist-match-sub)
                      ws-chain-units
               add ws-store-tbl-value(ws-store-tbl-sub)
                   to ws-dist-tbl-value(ws-dist-match-sub)
                      ws-chain-value
               add ws-store-tbl-retail(ws-store-tbl-sub)
                   to ws-dist-tbl-retail(ws-dist-match-sub)
                      ws-chain-retail
           end-if.

       225-print-district-block.
           write print-line from ws-empty-line
               after advancing 1 line.
           perform 230-print-store-line
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           move spaces                     to ws-vl-flag.
           move ws-dist-tbl-code(ws-dist-tbl-sub) to ws-dlb-code.
           move ws-dist-tbl-name(ws-dist-tbl-sub) to ws-dlb-name.
           move ws-district-label          to ws-vl-label.
           move ws-dist-tbl-units(ws-dist-tbl-sub)  to ws-vl-units.
           move zeroes                     to ws-vl-unit-cost.
           move ws-dist-tbl-value(ws-dist-tbl-sub)  to ws-vl-value.
           move ws-dist-tbl-retail(ws-dist-tbl-sub) to ws-vl-retail.
           write print-line from ws-value-line
               after advancing 1 line.

       230-print-store-line.
           if (ws-store-tbl-active(ws-store-tbl-sub) = 'y') and
              (ws-store-tbl-district(ws-store-tbl-sub) =
               ws-dist-tbl-code(ws-dist-tbl-sub)) then
               move spaces                 to ws-vl-label
                                              ws-vl-flag
               move ws-store-tbl-number(ws-store-tbl-sub)
                   to ws-vl-store
               move ws-store-tbl-name(ws-store-tbl-sub)
                   to ws-vl-name
               move ws-store-tbl-units(ws-store-tbl-sub)
                   to ws-vl-units
               move zeroes                 to ws-vl-unit-cost
               move ws-store-tbl-value(ws-store-tbl-sub)
                   to ws-vl-value
               move ws-store-tbl-retail(ws-store-tbl-sub)
                   to ws-vl-retail
               write print-line from ws-value-line
                   after advancing 1 line
           end-if.
      *
      * List The Negative On-Hand Slots
      *
       240-print-negative-section.
           if ws-neg-tbl-cnt > 0 then
               write print-line from ws-negative-heading
                   after advancing 2 line
               perform 245-print-negative-line
                   varying ws-neg-tbl-sub from 1 by 1
                   until ws-neg-tbl-sub > ws-neg-tbl-cnt
           end-if.

       245-print-negative-line.
           move ws-neg-sku(ws-neg-tbl-sub)      to ws-ngl-sku
                                                   ws-lookup-sku.
           move ws-neg-store(ws-neg-tbl-sub)    to ws-ngl-store
                                                   ws-lookup-store.
           perform 150-find-sku-and-store.
           if ws-sku-match-sub > 0 then
               move ws-sku-tbl-desc(ws-sku-match-sub) to ws-ngl-desc
           else
               move spaces                 to ws-ngl-desc
           end-if.
           move ws-neg-on-hand(ws-neg-tbl-sub)  to ws-ngl-on-hand.
           write print-line from ws-negative-line
               after advancing 1 line.
      *
      * Print The Run Totals
      *
       300-print-footer.
           move ws-slots-read-cnt          to ws-srl-cnt.
           write print-line from ws-slots-read-line
               after advancing 2 line.
           move ws-negative-cnt            to ws-ncl-cnt.
           write print-line from ws-negative-cnt-line
               after advancing 1 line.
           move ws-no-cost-cnt             to ws-nocl-cnt.
           write print-line from ws-no-cost-line
               after advancing 1 line.
           move ws-unknown-sku-cnt         to ws-usl-cnt.
           write print-line from ws-unknown-sku-line
               after advancing 1 line.
           move ws-unknown-store-cnt       to ws-ustl-cnt.
           write print-line from ws-unknown-store-line
               after advancing 1 line.

       end program program39.
