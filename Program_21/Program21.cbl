      * the SKU master descriptions are printed so purchasing works
      * from system numbers instead of hand counts.
      *
      * Receiving record layout (ReceivingTrans.dat, 43 characters):
      *   SKU code x(15), store x(2), quantity 9(5), date 9(8),
      *   reorder point 9(5), PO number x(8) (matched against the open
      *   purchase orders by program37).  A nonzero reorder point on any
      *   receiving record refreshes the SKU + store's reorder
      *   point - purchasing sets it with the replenishment, and a
      *   zero-quantity record may carry just the reorder point, so
      *   the below-reorder report works from maintained numbers
      *   instead of a hand-edited master.
      *
      * Stock moved store to store travels on the transfer file.  A
      * ship record takes the units off the sending store's on-hand
      * and puts the transfer on the in-transit file, a permanent
      * balance carried forward like the master; the receiving
      * store's receipt record, quoting the transfer number, clears
      * it and adds the units received to the receiver.  A receipt
      * short or over the shipped quantity, a receipt for a transfer
      * not in transit and a bad ship record are listed as transfer
      * exceptions, and every transfer still in transit past the
      * operator-set aging days (card positions 41-43, default 7) is
      * listed on the in-transit aging section - that is where stock
      * goes missing.
      *
      * Transfer record layout (TransferTrans.dat, 41 characters):
      *   action x(1) (S=ship, R=receipt), transfer number x(8),
      *   SKU code x(15), from store x(2), to store x(2), quantity
      *   9(5) (shipped, or received on a receipt), date 9(8)
      *
       environment division.
       input-output section.
               assign "../../../data/ReceivingTrans.dat"
               organization is line sequential
               file status is ws-recv-file-status.
      *
           select transfer-file
               assign "../../../data/TransferTrans.dat"
               organization is line sequential
               file status is ws-trf-file-status.
      *
           select in-transit-file
               assign "../../../data/InTransit.dat"
               organization is line sequential
               file status is ws-itr-file-status.
      *
           select sku-master-file
               assign "../../../data/SKUMaster.dat"
      *
       fd receiving-file
           data record is receiving-record
           record contains 43 characters.
      *
       01 receiving-record.
           05 rcv-sku-code                     pic x(15).
           05 rcv-quantity                     pic 9(5).
           05 rcv-date                         pic 9(8).
           05 rcv-reorder-point                pic 9(5).
           05 rcv-po-number                    pic x(8).
      *
       fd transfer-file
           data record is transfer-record
           record contains 41 characters.
      *
       01 transfer-record.
           05 trf-action                       pic x(1).
               88 trf-is-ship                  value "S".
               88 trf-is-receipt               value "R".
           05 trf-transfer-number              pic x(8).
           05 trf-sku-code                     pic x(15).
           05 trf-from-store                   pic x(2).
           05 trf-to-store                     pic x(2).
           05 trf-quantity                     pic 9(5).
           05 trf-date                         pic 9(8).
      *
      * In-transit balance - one record per transfer shipped and not
      * yet received, carried forward from cycle to cycle.
       fd in-transit-file
           data record is in-transit-record
           record contains 40 characters.
      *
       01 in-transit-record.
           05 itr-transfer-number              pic x(8).
           05 itr-sku-code                     pic x(15).
           05 itr-from-store                   pic x(2).
           05 itr-to-store                     pic x(2).
           05 itr-quantity                     pic 9(5).
           05 itr-ship-date                    pic 9(8).
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
      * Run-control parameter card, one per cycle, read at start-up
      * by every program in the chain so a run's parameters are on
      * record instead of living in the operator's shell history.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 filler                           pic x(10).
           05 rc-transit-aging-days            pic 9(3).
           05 filler                           pic x(37).
      *
       fd applied-date-file
           data record is applied-date-record
       77 ws-sl-file-status                    pic xx value spaces.
       77 ws-matched-file-status               pic xx value spaces.
       77 ws-recv-file-status                  pic xx value spaces.
       77 ws-trf-file-status                   pic xx value spaces.
       77 ws-itr-file-status                   pic xx value spaces.
       77 ws-trf-eof-flag                      pic x value 'n'.
       77 ws-itr-eof-flag                      pic x value 'n'.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-inv-eof-flag                      pic x value 'n'.
       77 ws-sl-eof-flag                       pic x value 'n'.
       77 ws-received-units                    pic 9(7) value 0.
       77 ws-negative-cnt                      pic 9(5) value 0.
       77 ws-reorder-cnt                       pic 9(5) value 0.
       77 ws-shipped-cnt                       pic 9(5) value 0.
       77 ws-shipped-units                     pic 9(7) value 0.
       77 ws-xfer-recv-cnt                     pic 9(5) value 0.
       77 ws-xfer-recv-units                   pic 9(7) value 0.
       77 ws-xfer-exception-cnt                pic 9(5) value 0.
       77 ws-aged-cnt                          pic 9(5) value 0.
       77 ws-in-transit-cnt                    pic 9(5) value 0.
       77 ws-in-transit-units                  pic 9(7) value 0.
       77 ws-xfer-reason                       pic x(30) value spaces.

      * In-transit table - the carried-forward balance plus the
      * transfers shipped this cycle; a received transfer is marked
      * and dropped when the file is rewritten.
       77 ws-itr-tbl-cnt                       pic 9(5) value 0.
       77 ws-itr-tbl-sub                       pic 9(5) value 0.
       77 ws-itr-match-sub                     pic 9(5) value 0.
       77 ws-itr-overflow-flag                 pic x value 'n'.
       01 ws-in-transit-table.
           05 ws-itr-entry                     occurs 5000 times.
               10 ws-itr-tbl-number            pic x(8).
               10 ws-itr-tbl-sku               pic x(15).
               10 ws-itr-tbl-from              pic x(2).
               10 ws-itr-tbl-to                pic x(2).
               10 ws-itr-tbl-quantity          pic 9(5).
               10 ws-itr-tbl-ship-date         pic 9(8).
               10 ws-itr-tbl-received          pic x(1).

      * Transfer exceptions held for the report.
       77 ws-xex-sub                           pic 9(3) value 0.
       01 ws-xfer-exception-table.
           05 ws-xex-entry                     occurs 500 times.
               10 ws-xex-number                pic x(8).
               10 ws-xex-sku                   pic x(15).
               10 ws-xex-from                  pic x(2).
               10 ws-xex-to                    pic x(2).
               10 ws-xex-shipped               pic 9(5).
               10 ws-xex-received              pic 9(5).
               10 ws-xex-reason                pic x(30).

      * In-transit aging - a transfer outstanding more than this many
      * days is listed (card positions 41-43, default 7).
       77 ws-aging-days                        pic 9(3) value 7.
       77 ws-age-days                          pic 9(3) value 0.
       01 ws-date-work                         pic 9(8) value 0.
       01 ws-date-work-r redefines ws-date-work.
           05 ws-dw-year                       pic 9(4).
           05 ws-dw-month                      pic 99.
           05 ws-dw-day                        pic 99.
       77 ws-leap-quotient                     pic 9(4) value 0.
       77 ws-leap-remainder                    pic 9(4) value 0.
       77 ws-month-length                      pic 99 value 0.

       01 ws-month-day-consts.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 28.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
           05 filler                           pic 99 value 30.
           05 filler                           pic 99 value 31.
       01 ws-month-day-tbl redefines ws-month-day-consts.
           05 ws-month-days                    pic 99
               occurs 12 times.

      * Inventory table - the master loaded at start-up plus any
      * SKU + store pairs first seen on this cycle's movement.
           05 ws-rcl-units                     pic zzz,zz9.
           05 filler                           pic x(33) value spaces.

       01 ws-shipped-line.
           05 filler                           pic x(35) value
               "Transfers shipped            : ".
           05 ws-shl-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  Units: ".
           05 ws-shl-units                     pic zzz,zz9.
           05 filler                           pic x(33) value spaces.

       01 ws-xfer-received-line.
           05 filler                           pic x(35) value
               "Transfers received           : ".
           05 ws-xrl-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  Units: ".
           05 ws-xrl-units                     pic zzz,zz9.
           05 filler                           pic x(33) value spaces.

       01 ws-in-transit-line.
           05 filler                           pic x(35) value
               "Still in transit             : ".
           05 ws-itl-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  Units: ".
           05 ws-itl-units                     pic zzz,zz9.
           05 filler                           pic x(33) value spaces.

       01 ws-xfer-heading.
           05 filler                           pic x(40) value
               "Transfer Exceptions".
           05 filler                           pic x(50) value spaces.

       01 ws-xfer-header-1.
           05 filler                           pic x(8) value
               "Transfer".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(4) value "From".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(2) value "To".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Shipped".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "Received".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(30) value
               "Exception".
           05 filler                           pic x(4) value spaces.

       01 ws-xfer-detail-line.
           05 ws-xdl-number                    pic x(8).
           05 filler                           pic x(2) value spaces.
           05 ws-xdl-sku                       pic x(15).
           05 filler                           pic x(3) value spaces.
           05 ws-xdl-from                      pic x(2).
           05 filler                           pic x(3) value spaces.
           05 ws-xdl-to                        pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-xdl-shipped                   pic zzzzzz9.
           05 filler                           pic x(3) value spaces.
           05 ws-xdl-received                  pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-xdl-reason                    pic x(30).
           05 filler                           pic x(4) value spaces.

       01 ws-xfer-none-line                    pic x(90) value
           "  No transfer exceptions this cycle.".

       01 ws-aging-heading.
           05 filler                           pic x(46) value
               "In Transit - Shipped And Not Received After".
           05 ws-agh-days                      pic zz9.
           05 filler                           pic x(41) value
               " Days".

       01 ws-aging-header-1.
           05 filler                           pic x(8) value
               "Transfer".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(4) value "From".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(2) value "To".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "  Units".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(9) value
               "Shipped".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(4) value
               "Days".
           05 filler                           pic x(29) value spaces.

       01 ws-aging-detail-line.
           05 ws-adl-number                    pic x(8).
           05 filler                           pic x(2) value spaces.
           05 ws-adl-sku                       pic x(15).
           05 filler                           pic x(3) value spaces.
           05 ws-adl-from                      pic x(2).
           05 filler                           pic x(3) value spaces.
           05 ws-adl-to                        pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-adl-units                     pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-adl-ship-date                 pic 9(8).
           05 filler                           pic x(3) value spaces.
           05 ws-adl-days                      pic zz9.
           05 filler                           pic x(30) value spaces.

       01 ws-aging-none-line                   pic x(90) value
           "  No transfer is overdue.".

       01 ws-overflow-warning-line              pic x(90) value
           "*** WARNING - inventory table full - movement skipped".

       01 ws-itr-overflow-line                 pic x(90) value
           "*** WARNING - in-transit table full - transfers skipped".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       000-main.
      *
           perform 050-load-inventory-master.
           perform 058-load-in-transit.
           perform 060-load-sku-master.
           perform 070-read-run-control.

               perform 100-apply-sales
               perform 110-apply-matched-returns
               perform 120-apply-receipts
               perform 130-apply-transfers
           end-if.

           open output print-file.

           perform 200-print-negative-section.
           perform 210-print-reorder-section.
           perform 230-print-transfer-section.
           perform 240-print-aging-section.
           perform 300-print-footer.

           close print-file.
           if (ws-runctl-mode not = "T") and
              (not movement-already-applied) then
               perform 400-rewrite-inventory-master
               perform 430-rewrite-in-transit
               perform 420-write-applied-date
           end-if.

               at end
                   move 'y'                to ws-inv-eof-flag.
      *
      * Load The In-Transit Balance Into The Table
      *
       058-load-in-transit.
           open input in-transit-file.

           if ws-itr-file-status = "35" then
      * No in-transit file yet - nothing has ever been shipped
               continue
           else
               read in-transit-file
                   at end
                       move 'y'            to ws-itr-eof-flag
               end-read
               perform 059-load-in-transit-loop
                   until ws-itr-eof-flag = 'y'
               close in-transit-file
           end-if.

       059-load-in-transit-loop.
           if ws-itr-tbl-cnt < 5000 then
               add 1                       to ws-itr-tbl-cnt
               move itr-transfer-number
                   to ws-itr-tbl-number(ws-itr-tbl-cnt)
               move itr-sku-code
                   to ws-itr-tbl-sku(ws-itr-tbl-cnt)
               move itr-from-store
                   to ws-itr-tbl-from(ws-itr-tbl-cnt)
               move itr-to-store
                   to ws-itr-tbl-to(ws-itr-tbl-cnt)
               move itr-quantity
                   to ws-itr-tbl-quantity(ws-itr-tbl-cnt)
               move itr-ship-date
                   to ws-itr-tbl-ship-date(ws-itr-tbl-cnt)
               move 'n'
                   to ws-itr-tbl-received(ws-itr-tbl-cnt)
           else
               move 'y'                    to ws-itr-overflow-flag
           end-if.

           read in-transit-file
               at end
                   move 'y'                to ws-itr-eof-flag.
      *
      * Load SKU Master File into working storage
      *
       060-load-sku-master.
                   if rc-cycle-number is numeric then
                       move rc-cycle-number to ws-cycle-number
                   end-if
                   if (rc-transit-aging-days is numeric) and
                      (rc-transit-aging-days > zero) then
                       move rc-transit-aging-days to ws-aging-days
                   end-if
               end-if
               close run-control-file
           end-if.
               at end
                   move 'y'                to ws-recv-eof-flag.
      *
      * Apply The Store-To-Store Transfers - ships off the sender
      * onto the in-transit balance, receipts off the balance onto
      * the receiver
      *
       130-apply-transfers.
           open input transfer-file.

           if ws-trf-file-status = "35" then
      * No transfers moved this cycle
               continue
           else
               read transfer-file
                   at end
                       move 'y'            to ws-trf-eof-flag
               end-read
               perform 135-apply-one-transfer
                   until ws-trf-eof-flag = 'y'
               close transfer-file
           end-if.

       135-apply-one-transfer.
           move spaces                     to ws-xfer-reason.

           if trf-is-ship then
               perform 140-apply-shipment
           else
               if trf-is-receipt then
                   perform 145-apply-transfer-receipt
               else
                   move "ACTION MUST BE S OR R"
                                           to ws-xfer-reason
                   perform 148-note-transfer-exception
               end-if
           end-if.

           read transfer-file
               at end
                   move 'y'                to ws-trf-eof-flag.
      *
      * Ship - a good ship record comes off the sender and goes on
      * the in-transit balance under its transfer number
      *
       140-apply-shipment.
           perform 147-find-in-transit.

           if (trf-quantity is not numeric) or
              (trf-quantity = zero) then
               move "SHIP QUANTITY MUST BE NUMERIC"
                                           to ws-xfer-reason
           else
               if (trf-from-store = spaces) or
                  (trf-to-store = spaces) or
                  (trf-from-store = trf-to-store) then
                   move "FROM AND TO STORES MUST DIFFER"
                                           to ws-xfer-reason
               else
                   if ws-itr-match-sub > 0 then
                       move "TRANSFER ALREADY IN TRANSIT"
                                           to ws-xfer-reason
                   else
                       if ws-itr-tbl-cnt not < 5000 then
                           move 'y'        to ws-itr-overflow-flag
                           move "IN-TRANSIT TABLE FULL"
                                           to ws-xfer-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-xfer-reason not = spaces then
               perform 148-note-transfer-exception
           else
               move trf-sku-code           to ws-lookup-sku
               move trf-from-store         to ws-lookup-store
               perform 150-find-inventory-slot
               if ws-inv-match-sub > 0 then
                   add 1                   to ws-shipped-cnt
                   add trf-quantity        to ws-shipped-units
                   subtract trf-quantity
                       from ws-inv-tbl-on-hand(ws-inv-match-sub)
                   add 1                   to ws-itr-tbl-cnt
                   move trf-transfer-number
                       to ws-itr-tbl-number(ws-itr-tbl-cnt)
                   move trf-sku-code
                       to ws-itr-tbl-sku(ws-itr-tbl-cnt)
                   move trf-from-store
                       to ws-itr-tbl-from(ws-itr-tbl-cnt)
                   move trf-to-store
                       to ws-itr-tbl-to(ws-itr-tbl-cnt)
                   move trf-quantity
                       to ws-itr-tbl-quantity(ws-itr-tbl-cnt)
                   if (trf-date is numeric) and
                      (trf-date > zero) then
                       move trf-date
                           to ws-itr-tbl-ship-date(ws-itr-tbl-cnt)
                   else
                       move ws-business-yyyymmdd
                           to ws-itr-tbl-ship-date(ws-itr-tbl-cnt)
                   end-if
                   move 'n'
                       to ws-itr-tbl-received(ws-itr-tbl-cnt)
               end-if
           end-if.
      *
      * Receipt - the transfer comes off the in-transit balance and
      * the units counted in go onto the receiver; a count that does
      * not agree with the shipment is listed
      *
       145-apply-transfer-receipt.
           perform 147-find-in-transit.

           if ws-itr-match-sub = 0 then
               move "RECEIPT - NOT IN TRANSIT"
                                           to ws-xfer-reason
               perform 148-note-transfer-exception
           else
               if trf-quantity is not numeric then
                   move "RECEIVED QTY MUST BE NUMERIC"
                                           to ws-xfer-reason
                   perform 148-note-transfer-exception
               else
                   move ws-itr-tbl-sku(ws-itr-match-sub)
                                           to ws-lookup-sku
                   move ws-itr-tbl-to(ws-itr-match-sub)
                                           to ws-lookup-store
                   perform 150-find-inventory-slot
                   if ws-inv-match-sub > 0 then
                       add 1               to ws-xfer-recv-cnt
                       add trf-quantity    to ws-xfer-recv-units
                       add trf-quantity
                           to ws-inv-tbl-on-hand(ws-inv-match-sub)
                       move 'y'
                           to ws-itr-tbl-received(ws-itr-match-sub)
                       if trf-quantity <
                          ws-itr-tbl-quantity(ws-itr-match-sub) then
                           move "RECEIVED SHORT OF SHIPMENT"
                                           to ws-xfer-reason
                       else
                           if trf-quantity >
                              ws-itr-tbl-quantity(ws-itr-match-sub)
                           then
                               move "RECEIVED OVER SHIPMENT"
                                           to ws-xfer-reason
                           end-if
                       end-if
                       if ws-xfer-reason not = spaces then
                           perform 149-note-receipt-variance
                       end-if
                   end-if
               end-if
           end-if.
      *
      * Find A Transfer Still In Transit By Its Number
      *
       147-find-in-transit.
           move zero                       to ws-itr-match-sub.

           perform varying ws-itr-tbl-sub from 1 by 1
               until ws-itr-tbl-sub > ws-itr-tbl-cnt
               or ws-itr-match-sub > 0
                   if (trf-transfer-number =
                       ws-itr-tbl-number(ws-itr-tbl-sub)) and
                      (ws-itr-tbl-received(ws-itr-tbl-sub) = 'n') then
                       move ws-itr-tbl-sub to ws-itr-match-sub
                   end-if
           end-perform.
      *
      * Hold A Transfer Exception For The Report - the report file
      * opens after the movement is applied, so the exceptions are
      * kept on the exception work table below
      *
       148-note-transfer-exception.
           if ws-xfer-exception-cnt < 500 then
               add 1                       to ws-xfer-exception-cnt
               move trf-transfer-number
                   to ws-xex-number(ws-xfer-exception-cnt)
               move trf-sku-code
                   to ws-xex-sku(ws-xfer-exception-cnt)
               move trf-from-store
                   to ws-xex-from(ws-xfer-exception-cnt)
               move trf-to-store
                   to ws-xex-to(ws-xfer-exception-cnt)
               if trf-is-ship and trf-quantity is numeric then
                   move trf-quantity
                       to ws-xex-shipped(ws-xfer-exception-cnt)
               else
                   move zero
                       to ws-xex-shipped(ws-xfer-exception-cnt)
               end-if
               if trf-is-receipt and trf-quantity is numeric then
                   move trf-quantity
                       to ws-xex-received(ws-xfer-exception-cnt)
               else
                   move zero
                       to ws-xex-received(ws-xfer-exception-cnt)
               end-if
               move ws-xfer-reason
                   to ws-xex-reason(ws-xfer-exception-cnt)
           end-if.

       149-note-receipt-variance.
           if ws-xfer-exception-cnt < 500 then
               add 1                       to ws-xfer-exception-cnt
               move ws-itr-tbl-number(ws-itr-match-sub)
                   to ws-xex-number(ws-xfer-exception-cnt)
               move ws-itr-tbl-sku(ws-itr-match-sub)
                   to ws-xex-sku(ws-xfer-exception-cnt)
               move ws-itr-tbl-from(ws-itr-match-sub)
                   to ws-xex-from(ws-xfer-exception-cnt)
               move ws-itr-tbl-to(ws-itr-match-sub)
                   to ws-xex-to(ws-xfer-exception-cnt)
               move ws-itr-tbl-quantity(ws-itr-match-sub)
                   to ws-xex-shipped(ws-xfer-exception-cnt)
               move trf-quantity
                   to ws-xex-received(ws-xfer-exception-cnt)
               move ws-xfer-reason
                   to ws-xex-reason(ws-xfer-exception-cnt)
           end-if.
      *
      * Find The Table Slot For A SKU + Store Pair, Opening A New
      * Slot At Zero On Hand The First Time The Pair Is Ever Seen
      *
           write print-line from ws-exception-detail-line
               after advancing 1 line.
      *
      * List The Transfer Exceptions Held During The Apply
      *
       230-print-transfer-section.
           write print-line from ws-xfer-heading
               after advancing 2 line.
           write print-line from ws-xfer-header-1
               after advancing 2 line.

           perform 235-print-one-transfer-exception
               varying ws-xex-sub from 1 by 1
               until ws-xex-sub > ws-xfer-exception-cnt.

           if ws-xfer-exception-cnt = 0 then
               write print-line from ws-xfer-none-line
                   after advancing 1 line
           end-if.

       235-print-one-transfer-exception.
           move ws-xex-number(ws-xex-sub)   to ws-xdl-number.
           move ws-xex-sku(ws-xex-sub)      to ws-xdl-sku.
           move ws-xex-from(ws-xex-sub)     to ws-xdl-from.
           move ws-xex-to(ws-xex-sub)       to ws-xdl-to.
           move ws-xex-shipped(ws-xex-sub)  to ws-xdl-shipped.
           move ws-xex-received(ws-xex-sub) to ws-xdl-received.
           move ws-xex-reason(ws-xex-sub)   to ws-xdl-reason.
           write print-line from ws-xfer-detail-line
               after advancing 1 line.
      *
      * List Every Transfer In Transit Longer Than The Aging Days -
      * the age is counted a day at a time from the ship date to the
      * business date
      *
       240-print-aging-section.
           move ws-aging-days              to ws-agh-days.
           write print-line from ws-aging-heading
               after advancing 2 line.
           write print-line from ws-aging-header-1
               after advancing 2 line.

           perform 245-age-one-transfer
               varying ws-itr-tbl-sub from 1 by 1
               until ws-itr-tbl-sub > ws-itr-tbl-cnt.

           if ws-aged-cnt = 0 then
               write print-line from ws-aging-none-line
                   after advancing 1 line
           end-if.

       245-age-one-transfer.
           if ws-itr-tbl-received(ws-itr-tbl-sub) = 'n' then
               add 1                       to ws-in-transit-cnt
               add ws-itr-tbl-quantity(ws-itr-tbl-sub)
                   to ws-in-transit-units
               move ws-itr-tbl-ship-date(ws-itr-tbl-sub)
                   to ws-date-work
               move zero                   to ws-age-days
               perform 250-count-one-day
                   until ws-date-work not < ws-business-yyyymmdd
                   or ws-age-days = 999
               if ws-age-days > ws-aging-days then
                   add 1                   to ws-aged-cnt
                   move ws-itr-tbl-number(ws-itr-tbl-sub)
                       to ws-adl-number
                   move ws-itr-tbl-sku(ws-itr-tbl-sub)
                       to ws-adl-sku
                   move ws-itr-tbl-from(ws-itr-tbl-sub)
                       to ws-adl-from
                   move ws-itr-tbl-to(ws-itr-tbl-sub)
                       to ws-adl-to
                   move ws-itr-tbl-quantity(ws-itr-tbl-sub)
                       to ws-adl-units
                   move ws-itr-tbl-ship-date(ws-itr-tbl-sub)
                       to ws-adl-ship-date
                   move ws-age-days        to ws-adl-days
                   write print-line from ws-aging-detail-line
                       after advancing 1 line
               end-if
           end-if.

       250-count-one-day.
           perform 500-add-one-day.
           add 1                           to ws-age-days.
      *
      * Print Footer
      *
       300-print-footer.
           write print-line from ws-received-line
               after advancing 1 line.

           move ws-shipped-cnt             to ws-shl-cnt.
           move ws-shipped-units           to ws-shl-units.
           write print-line from ws-shipped-line
               after advancing 1 line.

           move ws-xfer-recv-cnt           to ws-xrl-cnt.
           move ws-xfer-recv-units         to ws-xrl-units.
           write print-line from ws-xfer-received-line
               after advancing 1 line.

           move ws-in-transit-cnt          to ws-itl-cnt.
           move ws-in-transit-units        to ws-itl-units.
           write print-line from ws-in-transit-line
               after advancing 1 line.

           if ws-inv-overflow-flag = 'y' then
               write print-line from ws-overflow-warning-line
                   after advancing 1 line
           end-if.

           if ws-itr-overflow-flag = 'y' then
               write print-line from ws-itr-overflow-line
                   after advancing 1 line
           end-if.
      *
      * Rewrite The Inventory Master From The Table
      *
           move ws-business-yyyymmdd       to apd-business-date.
           write applied-date-record.
           close applied-date-file.
      *
      * Rewrite The In-Transit Balance, Dropping Received Transfers
      *
       430-rewrite-in-transit.
           open output in-transit-file.

           perform 435-write-in-transit-entry
               varying ws-itr-tbl-sub from 1 by 1
               until ws-itr-tbl-sub > ws-itr-tbl-cnt.

           close in-transit-file.

       435-write-in-transit-entry.
           if ws-itr-tbl-received(ws-itr-tbl-sub) = 'n' then
               move ws-itr-tbl-number(ws-itr-tbl-sub)
                   to itr-transfer-number
               move ws-itr-tbl-sku(ws-itr-tbl-sub)
                   to itr-sku-code
               move ws-itr-tbl-from(ws-itr-tbl-sub)
                   to itr-from-store
               move ws-itr-tbl-to(ws-itr-tbl-sub)
                   to itr-to-store
               move ws-itr-tbl-quantity(ws-itr-tbl-sub)
                   to itr-quantity
               move ws-itr-tbl-ship-date(ws-itr-tbl-sub)
                   to itr-ship-date
               write in-transit-record
           end-if.
      *
      * Step The Work Date One Day Forward (leap years by four)
      *
       500-add-one-day.
           move ws-month-days(ws-dw-month) to ws-month-length.
           if ws-dw-month = 2 then
               divide ws-dw-year by 4
                   giving ws-leap-quotient
                   remainder ws-leap-remainder
               if ws-leap-remainder = 0 then
                   add 1                   to ws-month-length
               end-if
           end-if.
           if ws-dw-day < ws-month-length then
               add 1                       to ws-dw-day
           else
               move 1                      to ws-dw-day
               if ws-dw-month = 12 then
                   move 1                  to ws-dw-month
                   add 1                   to ws-dw-year
               else
                   add 1                   to ws-dw-month
               end-if
           end-if.

       end program program21.
