       identification division.
       program-id. program37.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Purchasing.  Runs in the daily chain after the
      * perpetual inventory (program21) has taken the cycle's
      * movement, and works from the vendor master program9
      * maintains - each SKU's vendor, pack size and lead time.
      *
      * 1. The buyer's approvals of the prior cycle's suggested
      *    purchase orders become open POs, one PO number per vendor
      *    and store.  An approval takes a suggestion as it stands
      *    (A) or at a changed quantity (C, whole packs); an A with
      *    no SKU takes every suggestion for the vendor and store.  A
      *    suggestion not approved simply lapses - the next
      *    suggestion run offers it again if it is still needed.
      * 2. The warehouse receipts are matched against the open POs -
      *    by the PO number on the receipt, or failing one, the
      *    oldest open PO line for the SKU and store.  Receipts over
      *    the PO line's balance, short of it, or matching no open PO
      *    are listed.  A short receipt leaves the rest of the line
      *    open; a line received in full (or over) closes.
      * 3. Every SKU + store at or below its reorder point, counting
      *    what is already on order, is suggested for ordering - the
      *    shortfall to bring it back above the reorder point rounded
      *    up to whole vendor packs - on the suggested-PO file,
      *    grouped by vendor and store for the buyer.  A SKU needing
      *    stock with no vendor on file is listed instead.
      *
      * The open-PO file is a permanent balance carried forward from
      * cycle to cycle; each line keeps its remaining balance until
      * it closes.  The business date already posted is remembered
      * (with the last PO number issued) so a rerun of that date
      * neither re-approves nor re-receives.  A trial run prints the
      * report and changes nothing.  So does a run whose open POs,
      * or the lines approved onto them, will not fit the open-PO
      * table - it ends with condition code 8 rather than rewrite
      * OpenPO.dat without the lines that did not fit.
      *
      * Approval record layout (POApprovals.dat, 29 characters):
      *   action x(1) (A=approve as suggested, C=approve at changed
      *   quantity), vendor number x(6), store x(2), SKU code x(15)
      *   (blank on an A = every SKU suggested for the vendor and
      *   store), quantity 9(5) (C only)
      *
       environment division.
       input-output section.
       file-control.
           select vendor-master-file
               assign "../../../data/VendorMaster.dat"
               organization is line sequential
               file status is ws-vendor-file-status.
      *
           select inventory-master-file
               assign "../../../data/InventoryMaster.dat"
               organization is line sequential
               file status is ws-inv-file-status.
      *
           select sku-master-file
               assign "../../../data/SKUMaster.dat"
               organization is line sequential.
      *
           select open-po-file
               assign "../../../data/OpenPO.dat"
               organization is line sequential
               file status is ws-opo-file-status.
      *
           select suggested-po-file
               assign "../../../data/SuggestedPO.dat"
               organization is line sequential
               file status is ws-sug-file-status.
      *
           select approval-file
               assign "../../../data/POApprovals.dat"
               organization is line sequential
               file status is ws-apr-file-status.
      *
           select receiving-file
               assign "../../../data/ReceivingTrans.dat"
               organization is line sequential
               file status is ws-recv-file-status.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
      * The business date whose approvals and receipts are already
      * on the open-PO file, and the last PO number issued.
           select applied-date-file
               assign "../../../data/PurchasingApplied.dat"
               organization is line sequential
               file status is ws-applied-file-status.
      *
           select print-file
               assign "../../../data/purchasing_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * Vendor master - one record per SKU.
       fd vendor-master-file
           data record is vendor-master-record
           record contains 43 characters.
      *
       01 vendor-master-record.
           05 vnd-sku-code                     pic x(15).
           05 vnd-vendor-number                pic x(6).
           05 vnd-vendor-name                  pic x(14).
           05 vnd-pack-size                    pic 9(5).
           05 vnd-lead-time-days               pic 9(3).
      *
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
      * Open purchase orders - one record per PO line (PO + SKU),
      * carried forward until the line is received in full.
       fd open-po-file
           data record is open-po-record
           record contains 62 characters.
      *
       01 open-po-record.
           05 opo-po-number                    pic 9(8).
           05 opo-vendor-number                pic x(6).
           05 opo-store-number                 pic x(2).
           05 opo-sku-code                     pic x(15).
           05 opo-ordered-qty                  pic 9(5).
           05 opo-received-qty                 pic 9(5).
           05 opo-balance-qty                  pic 9(5).
           05 opo-order-date                   pic 9(8).
           05 opo-due-date                     pic 9(8).
      *
      * Suggested purchase orders, in vendor, store, SKU order - the
      * buyer's worksheet, rewritten every cycle.
       fd suggested-po-file
           data record is suggested-po-record
           record contains 63 characters.
      *
       01 suggested-po-record.
           05 sug-vendor-number                pic x(6).
           05 sug-store-number                 pic x(2).
           05 sug-sku-code                     pic x(15).
           05 sug-quantity                     pic 9(5).
           05 sug-pack-size                    pic 9(5).
           05 sug-lead-time-days               pic 9(3).
           05 sug-on-hand                      pic s9(7).
           05 sug-reorder-point                pic 9(5).
           05 sug-on-order                     pic 9(7).
           05 sug-business-date                pic 9(8).
      *
       fd approval-file
           data record is approval-record
           record contains 29 characters.
      *
       01 approval-record.
           05 apr-action                       pic x(1).
               88 apr-is-approve               value "A".
               88 apr-is-change                value "C".
           05 apr-vendor-number                pic x(6).
           05 apr-store-number                 pic x(2).
           05 apr-sku-code                     pic x(15).
           05 apr-quantity                     pic 9(5).
      *
       fd receiving-file
           data record is receiving-record
           record contains 43 characters.
      *
       01 receiving-record.
           05 rcv-sku-code                     pic x(15).
           05 rcv-store-number                 pic x(2).
           05 rcv-quantity                     pic 9(5).
           05 rcv-date                         pic 9(8).
           05 rcv-reorder-point                pic 9(5).
           05 rcv-po-number                    pic x(8).
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
           05 rc-reject-threshold              pic 9(3).
           05 rc-exception-threshold           pic 9(5)v99.
           05 rc-settle-tolerance              pic 9(5)v99.
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 filler                           pic x(50).
      *
       fd applied-date-file
           data record is applied-date-record
           record contains 16 characters.
      *
       01 applied-date-record.
           05 pap-business-date                pic 9(8).
           05 pap-last-po-number               pic 9(8).
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

       77 ws-vendor-file-status                pic xx value spaces.
       77 ws-inv-file-status                   pic xx value spaces.
       77 ws-opo-file-status                   pic xx value spaces.
       77 ws-sug-file-status                   pic xx value spaces.
       77 ws-apr-file-status                   pic xx value spaces.
       77 ws-recv-file-status                  pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-applied-file-status               pic xx value spaces.
       77 ws-vendor-eof-flag                   pic x value 'n'.
       77 ws-inv-eof-flag                      pic x value 'n'.
       77 ws-sku-eof-flag                      pic x value 'n'.
       77 ws-opo-eof-flag                      pic x value 'n'.
       77 ws-sug-eof-flag                      pic x value 'n'.
       77 ws-apr-eof-flag                      pic x value 'n'.
       77 ws-recv-eof-flag                     pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-business-yyyymmdd                 pic 9(8) value 0.
       77 ws-already-applied-flag              pic x value 'n'.
           88 purchasing-already-applied       value 'y'.
       77 ws-last-po-number                    pic 9(8) value 0.

       77 ws-approvals-read-cnt                pic 9(5) value 0.
       77 ws-approvals-rejected-cnt            pic 9(5) value 0.
       77 ws-po-lines-created-cnt              pic 9(5) value 0.
       77 ws-po-created-cnt                    pic 9(5) value 0.
       77 ws-receipts-matched-cnt              pic 9(5) value 0.
       77 ws-receipt-exception-cnt             pic 9(5) value 0.
       77 ws-open-lines-cnt                    pic 9(5) value 0.
       77 ws-past-due-cnt                      pic 9(5) value 0.
       77 ws-suggested-cnt                     pic 9(5) value 0.
       77 ws-no-vendor-cnt                     pic 9(5) value 0.
       77 ws-apr-reason                        pic x(30) value spaces.
       77 ws-rcv-reason                        pic x(30) value spaces.
       77 ws-apr-found-flag                    pic x value 'n'.

      * Vendor master table.
       77 ws-vendor-tbl-cnt                    pic 9(4) value 0.
       77 ws-vendor-tbl-sub                    pic 9(4) value 0.
       77 ws-vendor-match-sub                  pic 9(4) value 0.
       01 ws-vendor-table.
           05 ws-vendor-entry                  occurs 2000 times.
               10 ws-vendor-tbl-sku            pic x(15).
               10 ws-vendor-tbl-number         pic x(6).
               10 ws-vendor-tbl-name           pic x(14).
               10 ws-vendor-tbl-pack           pic 9(5).
               10 ws-vendor-tbl-lead           pic 9(3).

      * SKU master table - descriptions for the suggestion lines.
       77 ws-sku-tbl-cnt                       pic 9(4) value 0.
       77 ws-sku-tbl-sub                       pic 9(4) value 0.
       77 ws-lookup-sku                        pic x(15) value spaces.
       77 ws-lookup-store                      pic x(2) value spaces.
       77 ws-lookup-vendor                     pic x(6) value spaces.
       77 ws-sku-desc-found                    pic x(20) value spaces.
       77 ws-vendor-name-found                 pic x(14) value spaces.
       01 ws-sku-table.
           05 ws-sku-entry                     occurs 2000 times.
               10 ws-sku-tbl-code              pic x(15).
               10 ws-sku-tbl-desc              pic x(20).

      * Inventory table - the master as program21 left it.
       77 ws-inv-tbl-cnt                       pic 9(5) value 0.
       77 ws-inv-tbl-sub                       pic 9(5) value 0.
       01 ws-inventory-table.
           05 ws-inv-entry                     occurs 12000 times.
               10 ws-inv-tbl-sku               pic x(15).
               10 ws-inv-tbl-store             pic x(2).
               10 ws-inv-tbl-on-hand           pic s9(7).
               10 ws-inv-tbl-reorder           pic 9(5).

      * Open-PO table - the carried-forward lines plus the lines
      * approved this cycle; a line with no balance left is closed
      * and dropped when the file is rewritten.
       77 ws-opo-tbl-cnt                       pic 9(5) value 0.
       77 ws-opo-tbl-sub                       pic 9(5) value 0.
       77 ws-opo-match-sub                     pic 9(5) value 0.
       77 ws-opo-overflow-flag                 pic x value 'n'.
       77 ws-opo-first-new-sub                 pic 9(5) value 0.
       77 ws-on-order-qty                      pic 9(7) value 0.
       01 ws-open-po-table.
           05 ws-opo-entry                     occurs 5000 times.
               10 ws-opo-tbl-number            pic 9(8).
               10 ws-opo-tbl-vendor            pic x(6).
               10 ws-opo-tbl-store             pic x(2).
               10 ws-opo-tbl-sku               pic x(15).
               10 ws-opo-tbl-ordered           pic 9(5).
               10 ws-opo-tbl-received          pic 9(5).
               10 ws-opo-tbl-balance           pic 9(5).
               10 ws-opo-tbl-order-date        pic 9(8).
               10 ws-opo-tbl-due-date          pic 9(8).

      * The prior cycle's suggestions - what the buyer approved from.
       77 ws-old-tbl-cnt                       pic 9(4) value 0.
       77 ws-old-tbl-sub                       pic 9(4) value 0.
       77 ws-old-match-sub                     pic 9(4) value 0.
       77 ws-prev-vendor                       pic x(6) value spaces.
       77 ws-prev-store                        pic x(2) value spaces.
       01 ws-old-suggestion-table.
           05 ws-old-entry                     occurs 2000 times.
               10 ws-old-vendor                pic x(6).
               10 ws-old-store                 pic x(2).
               10 ws-old-sku                   pic x(15).
               10 ws-old-quantity              pic 9(5).
               10 ws-old-pack                  pic 9(5).
               10 ws-old-lead                  pic 9(3).
               10 ws-old-approved              pic x(1).
               10 ws-old-approved-qty          pic 9(5).

      * Rejected approvals held for the report.
       77 ws-arj-tbl-cnt                       pic 9(3) value 0.
       77 ws-arj-tbl-sub                       pic 9(3) value 0.
       01 ws-approval-reject-table.
           05 ws-arj-entry                     occurs 500 times.
               10 ws-arj-image                 pic x(29).
               10 ws-arj-reason                pic x(30).

      * Receiving exceptions held for the report.
       77 ws-rex-tbl-cnt                       pic 9(3) value 0.
       77 ws-rex-tbl-sub                       pic 9(3) value 0.
       01 ws-receipt-exception-table.
           05 ws-rex-entry                     occurs 500 times.
               10 ws-rex-po-number             pic x(8).
               10 ws-rex-sku                   pic x(15).
               10 ws-rex-store                 pic x(2).
               10 ws-rex-ordered               pic 9(5).
               10 ws-rex-received              pic 9(5).
               10 ws-rex-balance               pic 9(5).
               10 ws-rex-reason                pic x(30).

      * This cycle's suggestions, kept in vendor, store, SKU order
      * as they are found.
       77 ws-new-tbl-cnt                       pic 9(4) value 0.
       77 ws-new-tbl-sub                       pic 9(4) value 0.
       77 ws-new-ins-sub                       pic 9(4) value 0.
       77 ws-new-overflow-flag                 pic x value 'n'.
       01 ws-new-key                           pic x(23) value spaces.
       01 ws-new-suggestion-table.
           05 ws-new-entry                     occurs 2000 times.
               10 ws-new-key-area.
                   15 ws-new-vendor            pic x(6).
                   15 ws-new-store             pic x(2).
                   15 ws-new-sku               pic x(15).
               10 ws-new-quantity              pic 9(5).
               10 ws-new-pack                  pic 9(5).
               10 ws-new-lead                  pic 9(3).
               10 ws-new-on-hand               pic s9(7).
               10 ws-new-reorder               pic 9(5).
               10 ws-new-on-order              pic 9(7).

      * SKUs needing stock with no vendor on file.
       77 ws-nov-tbl-cnt                       pic 9(3) value 0.
       77 ws-nov-tbl-sub                       pic 9(3) value 0.
       01 ws-no-vendor-table.
           05 ws-nov-entry                     occurs 500 times.
               10 ws-nov-sku                   pic x(15).
               10 ws-nov-store                 pic x(2).
               10 ws-nov-on-hand               pic s9(7).
               10 ws-nov-reorder               pic 9(5).

      * Suggested quantity work - the shortfall over the reorder
      * point, in whole packs.
       77 ws-position-qty                      pic s9(7) value 0.
       77 ws-shortfall-qty                     pic 9(7) value 0.
       77 ws-packs-needed                      pic 9(5) value 0.
       77 ws-pack-remainder                    pic 9(5) value 0.

      * Due-date work - the order date stepped forward by the lead
      * time one day at a time.
       77 ws-lead-days                         pic 9(3) value 0.
       77 ws-day-sub                           pic 9(3) value 0.
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

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 37".
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
               "Purchasing Report".
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

       01 ws-already-applied-line              pic x(90) value
           "*** Approvals and receipts for this date already posted.".

       01 ws-created-heading.
           05 filler                           pic x(40) value
               "Approved - Open POs Created".
           05 filler                           pic x(50) value spaces.

       01 ws-po-header-1.
           05 filler                           pic x(8) value
               "PO No.".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(6) value
               "Vendor".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value "Store".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Ordered".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "Received".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Balance".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "Due".
           05 filler                           pic x(12) value spaces.

       01 ws-po-detail-line.
           05 ws-pdl-number                    pic 9(8).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-vendor                    pic x(6).
           05 filler                           pic x(3) value spaces.
           05 ws-pdl-store                     pic x(2).
           05 filler                           pic x(4) value spaces.
           05 ws-pdl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-ordered                   pic zzzzzz9.
           05 filler                           pic x(3) value spaces.
           05 ws-pdl-received                  pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-balance                   pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-due                       pic 9(8).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-flag                      pic x(8).
           05 filler                           pic x(2) value spaces.

       01 ws-created-none-line                 pic x(90) value
           "  No suggestion was approved this cycle.".

       01 ws-apr-reject-heading.
           05 filler                           pic x(40) value
               "Approvals Rejected".
           05 filler                           pic x(50) value spaces.

       01 ws-apr-reject-line.
           05 filler                           pic x(2) value spaces.
           05 ws-arl-image                     pic x(29).
           05 filler                           pic x(3) value spaces.
           05 ws-arl-reason                    pic x(30).
           05 filler                           pic x(26) value spaces.

       01 ws-receiving-heading.
           05 filler                           pic x(50) value
               "Receiving Matched To Open POs - Exceptions".
           05 filler                           pic x(40) value spaces.

       01 ws-receiving-header-1.
           05 filler                           pic x(8) value
               "PO No.".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value "Store".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Balance".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "Received".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Now Due".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(28) value
               "Exception".

       01 ws-receiving-detail-line.
           05 ws-rdl-po-number                 pic x(8).
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-sku                       pic x(15).
           05 filler                           pic x(3) value spaces.
           05 ws-rdl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-ordered                   pic zzzzzz9.
           05 filler                           pic x(3) value spaces.
           05 ws-rdl-received                  pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-balance                   pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-reason                    pic x(30).

       01 ws-receiving-none-line               pic x(90) value
           "  Every receipt matched its open PO line.".

       01 ws-open-heading.
           05 filler                           pic x(40) value
               "Open POs Carried Forward".
           05 filler                           pic x(50) value spaces.

       01 ws-open-none-line                    pic x(90) value
           "  No purchase order is open.".

       01 ws-suggest-heading.
           05 filler                           pic x(50) value
               "Suggested Purchase Orders By Vendor And Store".
           05 filler                           pic x(40) value spaces.

       01 ws-suggest-group-line.
           05 filler                           pic x(7) value
               "Vendor ".
           05 ws-sgl-vendor                    pic x(6).
           05 filler                           pic x(2) value spaces.
           05 ws-sgl-vendor-name               pic x(14).
           05 filler                           pic x(9) value
               "   Store ".
           05 ws-sgl-store                     pic x(2).
           05 filler                           pic x(50) value spaces.

       01 ws-suggest-header-1.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(18) value
               "Description".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               " On Hand".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Reorder".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "OnOrder".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value
               " Pack".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Suggest".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "Lead".
           05 filler                           pic x(1) value spaces.

       01 ws-suggest-detail-line.
           05 ws-sdl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-desc                      pic x(18).
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-on-hand                   pic zzzzzz9-.
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-reorder                   pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-on-order                  pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-pack                      pic zzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-quantity                  pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-sdl-lead                      pic zz9.
           05 filler                           pic x(6) value
               " days".

       01 ws-suggest-none-line                 pic x(90) value
           "  Nothing needs ordering.".

       01 ws-no-vendor-heading.
           05 filler                           pic x(50) value
               "Needs Stock - No Vendor On File".
           05 filler                           pic x(40) value spaces.

       01 ws-no-vendor-line.
           05 ws-nvl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-nvl-desc                      pic x(20).
           05 filler                           pic x(4) value spaces.
           05 ws-nvl-store                     pic x(2).
           05 filler                           pic x(4) value spaces.
           05 ws-nvl-on-hand                   pic zzzzzz9-.
           05 filler                           pic x(4) value spaces.
           05 ws-nvl-reorder                   pic zzzz9.
           05 filler                           pic x(26) value spaces.

       01 ws-approvals-read-line.
           05 filler                           pic x(35) value
               "Approval records read        : ".
           05 ws-arl-read                      pic zz,zz9.
           05 filler                           pic x(9) value
               "  Rej.: ".
           05 ws-arl-rejected                  pic zz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-po-created-line.
           05 filler                           pic x(35) value
               "Purchase orders created      : ".
           05 ws-pcl-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  Lines: ".
           05 ws-pcl-lines                     pic zz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-receipts-line.
           05 filler                           pic x(35) value
               "Receipts matched to a PO     : ".
           05 ws-rcl-matched                   pic zz,zz9.
           05 filler                           pic x(9) value
               "  Exc.: ".
           05 ws-rcl-exceptions                pic zz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-open-lines-line.
           05 filler                           pic x(35) value
               "Open PO lines carried forward: ".
           05 ws-oll-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  Late: ".
           05 ws-oll-past-due                  pic zz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-suggested-line.
           05 filler                           pic x(35) value
               "SKU/store lines suggested    : ".
           05 ws-sgt-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  No V.: ".
           05 ws-sgt-no-vendor                 pic zz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-opo-overflow-line                 pic x(90) value
           "*** WARNING - open-PO table full - open POs NOT rewritten".

       01 ws-new-overflow-line                 pic x(90) value
           "*** WARNING - suggestion table full - suggestions dropped".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 055-read-applied-date.
           perform 060-load-vendor-master.
           perform 065-load-sku-master.
           perform 070-load-inventory-master.
           perform 075-load-open-pos.
           perform 080-load-old-suggestions.

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

      * A date already posted is never approved or received again -
      * the open-PO balances already hold it.
           if purchasing-already-applied then
               write print-line from ws-already-applied-line
                   after advancing 1 line
           else
               perform 100-apply-approvals
               perform 150-match-receipts
           end-if.

           perform 180-build-suggestions
               varying ws-inv-tbl-sub from 1 by 1
               until ws-inv-tbl-sub > ws-inv-tbl-cnt.

           perform 200-print-created-section.
           perform 220-print-receiving-section.
           perform 230-print-open-section.
           perform 240-print-suggest-section.
           perform 300-print-footer.

           close print-file.

      * Trial-run mode previews the purchasing - the open POs and
      * the buyer's worksheet stay as the prior cycle left them.
      * A full open-PO table has left lines off it - rewriting from
      * it would drop them from the master, so nothing is written.
           if (ws-runctl-mode not = "T") and
              (not purchasing-already-applied) and
              (ws-opo-overflow-flag not = 'y') then
               perform 400-rewrite-open-pos
               perform 420-rewrite-suggestions
               perform 440-write-applied-date
           end-if.

           if ws-opo-overflow-flag = 'y' then
               display "PROGRAM37: more than 5000 open PO lines -"
                   " OpenPO.dat not rewritten." upon console
               move 8                      to return-code
           end-if.

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
      * Read The Date Already Posted And The Last PO Number Issued
      *
       055-read-applied-date.
           move 'n'                        to ws-already-applied-flag.

           open input applied-date-file.
           if ws-applied-file-status = "35" then
      * Nothing posted yet - first run of the subsystem
               continue
           else
               read applied-date-file
                   at end
                       continue
                   not at end
                       if (pap-business-date is numeric) and
                          (pap-business-date = ws-business-yyyymmdd)
                       then
                           move 'y'        to ws-already-applied-flag
                       end-if
                       if pap-last-po-number is numeric then
                           move pap-last-po-number
                               to ws-last-po-number
                       end-if
               end-read
               close applied-date-file
           end-if.
      *
      * Load The Vendor Master Into The Table
      *
       060-load-vendor-master.
           open input vendor-master-file.

           if ws-vendor-file-status = "35" then
      * No vendor master yet - every SKU needing stock is listed
               continue
           else
               read vendor-master-file
                   at end
                       move 'y'            to ws-vendor-eof-flag
               end-read
               perform 062-load-vendor-loop
                   until ws-vendor-eof-flag = 'y'
               close vendor-master-file
           end-if.

       062-load-vendor-loop.
           if ws-vendor-tbl-cnt < 2000 then
               add 1                       to ws-vendor-tbl-cnt
               move vnd-sku-code
                   to ws-vendor-tbl-sku(ws-vendor-tbl-cnt)
               move vnd-vendor-number
                   to ws-vendor-tbl-number(ws-vendor-tbl-cnt)
               move vnd-vendor-name
                   to ws-vendor-tbl-name(ws-vendor-tbl-cnt)
               move vnd-pack-size
                   to ws-vendor-tbl-pack(ws-vendor-tbl-cnt)
               move vnd-lead-time-days
                   to ws-vendor-tbl-lead(ws-vendor-tbl-cnt)
           end-if.

           read vendor-master-file
               at end
                   move 'y'                to ws-vendor-eof-flag.
      *
      * Load SKU Master File into working storage
      *
       065-load-sku-master.
           open input sku-master-file.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.

           perform 067-load-sku-loop
               until ws-sku-eof-flag = 'y'.

           close sku-master-file.

       067-load-sku-loop.
           if ws-sku-tbl-cnt < 2000 then
               add 1                       to ws-sku-tbl-cnt
               move skm-sku-code
                   to ws-sku-tbl-code(ws-sku-tbl-cnt)
               move skm-description
                   to ws-sku-tbl-desc(ws-sku-tbl-cnt)
           end-if.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.
      *
      * Load The Inventory Master Into The Table
      *
       070-load-inventory-master.
           open input inventory-master-file.

           if ws-inv-file-status = "35" then
               continue
           else
               read inventory-master-file
                   at end
                       move 'y'            to ws-inv-eof-flag
               end-read
               perform 072-load-inventory-loop
                   until ws-inv-eof-flag = 'y'
               close inventory-master-file
           end-if.

       072-load-inventory-loop.
           if ws-inv-tbl-cnt < 12000 then
               add 1                       to ws-inv-tbl-cnt
               move inv-sku-code
                   to ws-inv-tbl-sku(ws-inv-tbl-cnt)
               move inv-store-number
                   to ws-inv-tbl-store(ws-inv-tbl-cnt)
               move inv-on-hand
                   to ws-inv-tbl-on-hand(ws-inv-tbl-cnt)
               move inv-reorder-point
                   to ws-inv-tbl-reorder(ws-inv-tbl-cnt)
           end-if.

           read inventory-master-file
               at end
                   move 'y'                to ws-inv-eof-flag.
      *
      * Load The Open POs Into The Table
      *
       075-load-open-pos.
           open input open-po-file.

           if ws-opo-file-status = "35" then
      * No open-PO file yet - nothing has ever been ordered
               continue
           else
               read open-po-file
                   at end
                       move 'y'            to ws-opo-eof-flag
               end-read
               perform 077-load-open-po-loop
                   until ws-opo-eof-flag = 'y'
               close open-po-file
           end-if.

       077-load-open-po-loop.
           if ws-opo-tbl-cnt < 5000 then
               add 1                       to ws-opo-tbl-cnt
               move opo-po-number
                   to ws-opo-tbl-number(ws-opo-tbl-cnt)
               move opo-vendor-number
                   to ws-opo-tbl-vendor(ws-opo-tbl-cnt)
               move opo-store-number
                   to ws-opo-tbl-store(ws-opo-tbl-cnt)
               move opo-sku-code
                   to ws-opo-tbl-sku(ws-opo-tbl-cnt)
               move opo-ordered-qty
                   to ws-opo-tbl-ordered(ws-opo-tbl-cnt)
               move opo-received-qty
                   to ws-opo-tbl-received(ws-opo-tbl-cnt)
               move opo-balance-qty
                   to ws-opo-tbl-balance(ws-opo-tbl-cnt)
               move opo-order-date
                   to ws-opo-tbl-order-date(ws-opo-tbl-cnt)
               move opo-due-date
                   to ws-opo-tbl-due-date(ws-opo-tbl-cnt)
           else
               move 'y'                    to ws-opo-overflow-flag
           end-if.

           read open-po-file
               at end
                   move 'y'                to ws-opo-eof-flag.
      *
      * Load The Prior Cycle's Suggestions - The Buyer's Worksheet
      *
       080-load-old-suggestions.
           open input suggested-po-file.

           if ws-sug-file-status = "35" then
               continue
           else
               read suggested-po-file
                   at end
                       move 'y'            to ws-sug-eof-flag
               end-read
               perform 082-load-old-suggestion-loop
                   until ws-sug-eof-flag = 'y'
               close suggested-po-file
           end-if.

       082-load-old-suggestion-loop.
           if ws-old-tbl-cnt < 2000 then
               add 1                       to ws-old-tbl-cnt
               move sug-vendor-number
                   to ws-old-vendor(ws-old-tbl-cnt)
               move sug-store-number
                   to ws-old-store(ws-old-tbl-cnt)
               move sug-sku-code
                   to ws-old-sku(ws-old-tbl-cnt)
               move sug-quantity
                   to ws-old-quantity(ws-old-tbl-cnt)
               move sug-pack-size
                   to ws-old-pack(ws-old-tbl-cnt)
               move sug-lead-time-days
                   to ws-old-lead(ws-old-tbl-cnt)
               move 'n'
                   to ws-old-approved(ws-old-tbl-cnt)
               move zeroes
                   to ws-old-approved-qty(ws-old-tbl-cnt)
           end-if.

           read suggested-po-file
               at end
                   move 'y'                to ws-sug-eof-flag.
      *
      * Apply The Buyer's Approvals, Then Raise One PO Per Vendor And
      * Store Over The Approved Lines
      *
       100-apply-approvals.
           open input approval-file.
           if ws-apr-file-status = "35" then
      * No approvals sent this cycle
               continue
           else
               read approval-file
                   at end
                       move 'y'            to ws-apr-eof-flag
               end-read
               perform 110-apply-one-approval
                   until ws-apr-eof-flag = 'y'
               close approval-file
           end-if.

           move spaces                     to ws-prev-vendor
                                              ws-prev-store.
           compute ws-opo-first-new-sub = ws-opo-tbl-cnt + 1.
           perform 130-create-po-line
               varying ws-old-tbl-sub from 1 by 1
               until ws-old-tbl-sub > ws-old-tbl-cnt.

       110-apply-one-approval.
           add 1                           to ws-approvals-read-cnt.
           move spaces                     to ws-apr-reason.

           if apr-is-approve then
               if apr-sku-code = spaces then
                   move 'n'                to ws-apr-found-flag
                   perform 115-approve-vendor-store
                       varying ws-old-tbl-sub from 1 by 1
                       until ws-old-tbl-sub > ws-old-tbl-cnt
                   if ws-apr-found-flag = 'n' then
                       move "NO SUGGESTION FOR VENDOR/STORE"
                           to ws-apr-reason
                   end-if
               else
                   perform 120-find-old-suggestion
                   if ws-apr-reason = spaces then
                       move 'y'
                           to ws-old-approved(ws-old-match-sub)
                       move ws-old-quantity(ws-old-match-sub)
                           to ws-old-approved-qty(ws-old-match-sub)
                   end-if
               end-if
           else
               if apr-is-change then
                   perform 120-find-old-suggestion
                   if ws-apr-reason = spaces then
                       if (apr-quantity is not numeric) or
                          (apr-quantity = zero) then
                           move "CHANGED QTY MUST BE NUMERIC"
                               to ws-apr-reason
                       else
                           divide apr-quantity by
                               ws-old-pack(ws-old-match-sub)
                               giving ws-packs-needed
                               remainder ws-pack-remainder
                           if ws-pack-remainder not = zero then
                               move "QTY NOT A MULTIPLE OF PACK SIZE"
                                   to ws-apr-reason
                           else
                               move 'y'
                                 to ws-old-approved(ws-old-match-sub)
                               move apr-quantity
                                 to ws-old-approved-qty
                                    (ws-old-match-sub)
                           end-if
                       end-if
                   end-if
               else
                   move "ACTION MUST BE A OR C"  to ws-apr-reason
               end-if
           end-if.

           if ws-apr-reason not = spaces then
               add 1                       to ws-approvals-rejected-cnt
               if ws-arj-tbl-cnt < 500 then
                   add 1                   to ws-arj-tbl-cnt
                   move approval-record
                       to ws-arj-image(ws-arj-tbl-cnt)
                   move ws-apr-reason
                       to ws-arj-reason(ws-arj-tbl-cnt)
               end-if
           end-if.

           read approval-file
               at end
                   move 'y'                to ws-apr-eof-flag.

       115-approve-vendor-store.
           if (ws-old-vendor(ws-old-tbl-sub) = apr-vendor-number) and
              (ws-old-store(ws-old-tbl-sub) = apr-store-number) then
               move 'y'                    to ws-apr-found-flag
               if ws-old-approved(ws-old-tbl-sub) = 'n' then
                   move 'y'
                       to ws-old-approved(ws-old-tbl-sub)
                   move ws-old-quantity(ws-old-tbl-sub)
                       to ws-old-approved-qty(ws-old-tbl-sub)
               end-if
           end-if.

       120-find-old-suggestion.
           move zero                       to ws-old-match-sub.
           perform varying ws-old-tbl-sub from 1 by 1
               until ws-old-tbl-sub > ws-old-tbl-cnt
               or ws-old-match-sub > 0
                   if (ws-old-vendor(ws-old-tbl-sub) =
                       apr-vendor-number) and
                      (ws-old-store(ws-old-tbl-sub) =
                       apr-store-number) and
                      (ws-old-sku(ws-old-tbl-sub) = apr-sku-code) then
                       move ws-old-tbl-sub to ws-old-match-sub
                   end-if
           end-perform.

           if ws-old-match-sub = 0 then
               move "NOT ON SUGGESTED PO FILE" to ws-apr-reason
           else
               if ws-old-approved(ws-old-match-sub) = 'y' then
                   move "ALREADY APPROVED"  to ws-apr-reason
               end-if
           end-if.
      *
      * Put One Approved Line On The Open POs - the suggestions are
      * in vendor, store order, so a new vendor or store starts a new
      * PO number
      *
       130-create-po-line.
           if ws-old-approved(ws-old-tbl-sub) = 'y' then
               if ws-opo-tbl-cnt < 5000 then
                   if (ws-old-vendor(ws-old-tbl-sub) not =
                       ws-prev-vendor) or
                      (ws-old-store(ws-old-tbl-sub) not =
                       ws-prev-store) then
                       add 1               to ws-last-po-number
                       add 1               to ws-po-created-cnt
                       move ws-old-vendor(ws-old-tbl-sub)
                           to ws-prev-vendor
                       move ws-old-store(ws-old-tbl-sub)
                           to ws-prev-store
                   end-if
                   add 1                   to ws-opo-tbl-cnt
                   add 1                   to ws-po-lines-created-cnt
                   move ws-last-po-number
                       to ws-opo-tbl-number(ws-opo-tbl-cnt)
                   move ws-old-vendor(ws-old-tbl-sub)
                       to ws-opo-tbl-vendor(ws-opo-tbl-cnt)
                   move ws-old-store(ws-old-tbl-sub)
                       to ws-opo-tbl-store(ws-opo-tbl-cnt)
                   move ws-old-sku(ws-old-tbl-sub)
                       to ws-opo-tbl-sku(ws-opo-tbl-cnt)
                   move ws-old-approved-qty(ws-old-tbl-sub)
                       to ws-opo-tbl-ordered(ws-opo-tbl-cnt)
                          ws-opo-tbl-balance(ws-opo-tbl-cnt)
                   move zeroes
                       to ws-opo-tbl-received(ws-opo-tbl-cnt)
                   move ws-business-yyyymmdd
                       to ws-opo-tbl-order-date(ws-opo-tbl-cnt)
                   move ws-business-yyyymmdd to ws-date-work
                   move ws-old-lead(ws-old-tbl-sub) to ws-lead-days
                   perform 500-add-one-day
                       varying ws-day-sub from 1 by 1
                       until ws-day-sub > ws-lead-days
                   move ws-date-work
                       to ws-opo-tbl-due-date(ws-opo-tbl-cnt)
               else
                   move 'y'                to ws-opo-overflow-flag
               end-if
           end-if.
      *
      * Match The Warehouse Receipts Against The Open POs
      *
       150-match-receipts.
           open input receiving-file.
           if ws-recv-file-status = "35" then
      * No receiving file this cycle
               continue
           else
               read receiving-file
                   at end
                       move 'y'            to ws-recv-eof-flag
               end-read
               perform 160-match-one-receipt
                   until ws-recv-eof-flag = 'y'
               close receiving-file
           end-if.

       160-match-one-receipt.
      * A zero-quantity record only refreshes the reorder point
           if (rcv-quantity is numeric) and (rcv-quantity > zero) then
               perform 165-find-po-line
               move spaces                 to ws-rcv-reason
               if ws-opo-match-sub = 0 then
                   if rcv-po-number = spaces then
                       move "NO PO FOR THIS RECEIPT"
                           to ws-rcv-reason
                   else
                       move "PO NOT OPEN FOR SKU/STORE"
                           to ws-rcv-reason
                   end-if
                   perform 170-note-receipt-exception
               else
                   add 1                   to ws-receipts-matched-cnt
                   if rcv-quantity >
                      ws-opo-tbl-balance(ws-opo-match-sub) then
                       move "OVER RECEIPT - PO LINE CLOSED"
                           to ws-rcv-reason
                   else
                       if rcv-quantity <
                          ws-opo-tbl-balance(ws-opo-match-sub) then
                           move "SHORT - BALANCE STAYS OPEN"
                               to ws-rcv-reason
                       end-if
                   end-if
                   if ws-rcv-reason not = spaces then
                       perform 170-note-receipt-exception
                   end-if
                   add rcv-quantity
                       to ws-opo-tbl-received(ws-opo-match-sub)
                   if rcv-quantity >
                      ws-opo-tbl-balance(ws-opo-match-sub) then
                       move zeroes
                           to ws-opo-tbl-balance(ws-opo-match-sub)
                   else
                       subtract rcv-quantity
                           from ws-opo-tbl-balance(ws-opo-match-sub)
                   end-if
               end-if
           end-if.

           read receiving-file
               at end
                   move 'y'                to ws-recv-eof-flag.
      *
      * Find The Receipt's PO Line - the PO it quotes, else the
      * oldest line still open for the SKU and store
      *
       165-find-po-line.
           move zero                       to ws-opo-match-sub.
           perform varying ws-opo-tbl-sub from 1 by 1
               until ws-opo-tbl-sub > ws-opo-tbl-cnt
               or ws-opo-match-sub > 0
                   if (ws-opo-tbl-sku(ws-opo-tbl-sub) = rcv-sku-code)
                      and (ws-opo-tbl-store(ws-opo-tbl-sub) =
                           rcv-store-number)
                      and (ws-opo-tbl-balance(ws-opo-tbl-sub) > zero)
                   then
                       if rcv-po-number = spaces then
                           move ws-opo-tbl-sub to ws-opo-match-sub
                       else
                           if (rcv-po-number is numeric) and
                              (rcv-po-number =
                               ws-opo-tbl-number(ws-opo-tbl-sub))
                           then
                               move ws-opo-tbl-sub
                                   to ws-opo-match-sub
                           end-if
                       end-if
                   end-if
           end-perform.

       170-note-receipt-exception.
           add 1                           to ws-receipt-exception-cnt.
           if ws-rex-tbl-cnt < 500 then
               add 1                       to ws-rex-tbl-cnt
               move rcv-po-number
                   to ws-rex-po-number(ws-rex-tbl-cnt)
               move rcv-sku-code
                   to ws-rex-sku(ws-rex-tbl-cnt)
               move rcv-store-number
                   to ws-rex-store(ws-rex-tbl-cnt)
               move rcv-quantity
                   to ws-rex-received(ws-rex-tbl-cnt)
               move ws-rcv-reason
                   to ws-rex-reason(ws-rex-tbl-cnt)
               if ws-opo-match-sub > 0 then
                   move ws-opo-tbl-number(ws-opo-match-sub)
                       to ws-rex-po-number(ws-rex-tbl-cnt)
                   move ws-opo-tbl-balance(ws-opo-match-sub)
                       to ws-rex-ordered(ws-rex-tbl-cnt)
                   if rcv-quantity <
                      ws-opo-tbl-balance(ws-opo-match-sub) then
                       compute ws-rex-balance(ws-rex-tbl-cnt) =
                           ws-opo-tbl-balance(ws-opo-match-sub) -
                           rcv-quantity
                   else
                       move zeroes
                           to ws-rex-balance(ws-rex-tbl-cnt)
                   end-if
               else
                   move zeroes
                       to ws-rex-ordered(ws-rex-tbl-cnt)
                          ws-rex-balance(ws-rex-tbl-cnt)
               end-if
           end-if.
      *
      * Suggest An Order For A SKU + Store At Or Below Its Reorder
      * Point, Counting What Is Already On Order
      *
       180-build-suggestions.
           if ws-inv-tbl-reorder(ws-inv-tbl-sub) > zero then
               move zeroes                 to ws-on-order-qty
               perform varying ws-opo-tbl-sub from 1 by 1
                   until ws-opo-tbl-sub > ws-opo-tbl-cnt
                       if (ws-opo-tbl-sku(ws-opo-tbl-sub) =
                           ws-inv-tbl-sku(ws-inv-tbl-sub)) and
                          (ws-opo-tbl-store(ws-opo-tbl-sub) =
                           ws-inv-tbl-store(ws-inv-tbl-sub)) then
                           add ws-opo-tbl-balance(ws-opo-tbl-sub)
                               to ws-on-order-qty
                       end-if
               end-perform
               compute ws-position-qty =
                   ws-inv-tbl-on-hand(ws-inv-tbl-sub) +
                   ws-on-order-qty
               if ws-position-qty not >
                  ws-inv-tbl-reorder(ws-inv-tbl-sub) then
                   perform 185-suggest-one
               end-if
           end-if.

       185-suggest-one.
           move ws-inv-tbl-sku(ws-inv-tbl-sub) to ws-lookup-sku.
           move zero                       to ws-vendor-match-sub.
           perform varying ws-vendor-tbl-sub from 1 by 1
               until ws-vendor-tbl-sub > ws-vendor-tbl-cnt
               or ws-vendor-match-sub > 0
                   if ws-lookup-sku =
                      ws-vendor-tbl-sku(ws-vendor-tbl-sub) then
                       move ws-vendor-tbl-sub to ws-vendor-match-sub
                   end-if
           end-perform.

           if ws-vendor-match-sub = 0 then
               add 1                       to ws-no-vendor-cnt
               if ws-nov-tbl-cnt < 500 then
                   add 1                   to ws-nov-tbl-cnt
                   move ws-inv-tbl-sku(ws-inv-tbl-sub)
                       to ws-nov-sku(ws-nov-tbl-cnt)
                   move ws-inv-tbl-store(ws-inv-tbl-sub)
                       to ws-nov-store(ws-nov-tbl-cnt)
                   move ws-inv-tbl-on-hand(ws-inv-tbl-sub)
                       to ws-nov-on-hand(ws-nov-tbl-cnt)
                   move ws-inv-tbl-reorder(ws-inv-tbl-sub)
                       to ws-nov-reorder(ws-nov-tbl-cnt)
               end-if
           else
      * Enough whole packs to lift the position above the reorder
      * point
               compute ws-shortfall-qty =
                   ws-inv-tbl-reorder(ws-inv-tbl-sub) -
                   ws-position-qty + 1
               divide ws-shortfall-qty by
                   ws-vendor-tbl-pack(ws-vendor-match-sub)
                   giving ws-packs-needed
                   remainder ws-pack-remainder
               if ws-pack-remainder > zero then
                   add 1                   to ws-packs-needed
               end-if
               perform 190-insert-suggestion
           end-if.
      *
      * Insert A Suggestion In Vendor, Store, SKU Order
      *
       190-insert-suggestion.
           if ws-new-tbl-cnt < 2000 then
               move ws-vendor-tbl-number(ws-vendor-match-sub)
                   to ws-new-key(1:6)
               move ws-inv-tbl-store(ws-inv-tbl-sub)
                   to ws-new-key(7:2)
               move ws-inv-tbl-sku(ws-inv-tbl-sub)
                   to ws-new-key(9:15)

      * Slide every entry with a higher key down one place
               move ws-new-tbl-cnt         to ws-new-ins-sub
               perform until ws-new-ins-sub = 0
                   or ws-new-key-area(ws-new-ins-sub) not > ws-new-key
                       move ws-new-entry(ws-new-ins-sub)
                           to ws-new-entry(ws-new-ins-sub + 1)
                       subtract 1          from ws-new-ins-sub
               end-perform
               add 1                       to ws-new-ins-sub
               add 1                       to ws-new-tbl-cnt
               add 1                       to ws-suggested-cnt

               move ws-new-key       to ws-new-key-area(ws-new-ins-sub)
               compute ws-new-quantity(ws-new-ins-sub) =
                   ws-packs-needed *
                   ws-vendor-tbl-pack(ws-vendor-match-sub)
               move ws-vendor-tbl-pack(ws-vendor-match-sub)
                   to ws-new-pack(ws-new-ins-sub)
               move ws-vendor-tbl-lead(ws-vendor-match-sub)
                   to ws-new-lead(ws-new-ins-sub)
               move ws-inv-tbl-on-hand(ws-inv-tbl-sub)
                   to ws-new-on-hand(ws-new-ins-sub)
               move ws-inv-tbl-reorder(ws-inv-tbl-sub)
                   to ws-new-reorder(ws-new-ins-sub)
               move ws-on-order-qty
                   to ws-new-on-order(ws-new-ins-sub)
           else
               move 'y'                    to ws-new-overflow-flag
           end-if.
      *
      * Print The PO Lines Raised From This Cycle's Approvals
      *
       200-print-created-section.
           write print-line from ws-created-heading
               after advancing 2 line.

           if ws-po-lines-created-cnt = 0 then
               write print-line from ws-created-none-line
                   after advancing 1 line
           else
               write print-line from ws-po-header-1
                   after advancing 1 line
               perform 205-print-created-line
                   varying ws-opo-tbl-sub from ws-opo-first-new-sub
                   by 1 until ws-opo-tbl-sub > ws-opo-tbl-cnt
           end-if.

           if ws-arj-tbl-cnt > 0 then
               write print-line from ws-apr-reject-heading
                   after advancing 2 line
               perform 210-print-approval-reject
                   varying ws-arj-tbl-sub from 1 by 1
                   until ws-arj-tbl-sub > ws-arj-tbl-cnt
           end-if.

       205-print-created-line.
           move spaces                     to ws-pdl-flag.
           perform 235-print-po-line.

       210-print-approval-reject.
           move ws-arj-image(ws-arj-tbl-sub)  to ws-arl-image.
           move ws-arj-reason(ws-arj-tbl-sub) to ws-arl-reason.
           write print-line from ws-apr-reject-line
               after advancing 1 line.
      *
      * Print The Receiving Exceptions
      *
       220-print-receiving-section.
           write print-line from ws-receiving-heading
               after advancing 2 line.

           if ws-rex-tbl-cnt = 0 then
               write print-line from ws-receiving-none-line
                   after advancing 1 line
           else
               write print-line from ws-receiving-header-1
                   after advancing 1 line
               perform 225-print-receiving-line
                   varying ws-rex-tbl-sub from 1 by 1
                   until ws-rex-tbl-sub > ws-rex-tbl-cnt
           end-if.

       225-print-receiving-line.
           move ws-rex-po-number(ws-rex-tbl-sub) to ws-rdl-po-number.
           move ws-rex-sku(ws-rex-tbl-sub)       to ws-rdl-sku.
           move ws-rex-store(ws-rex-tbl-sub)     to ws-rdl-store.
           move ws-rex-ordered(ws-rex-tbl-sub)   to ws-rdl-ordered.
           move ws-rex-received(ws-rex-tbl-sub)  to ws-rdl-received.
           move ws-rex-balance(ws-rex-tbl-sub)   to ws-rdl-balance.
           move ws-rex-reason(ws-rex-tbl-sub)    to ws-rdl-reason.
           write print-line from ws-receiving-detail-line
               after advancing 1 line.
      *
      * Print Every PO Line Still Open, Marking Those Past Due
      *
       230-print-open-section.
           write print-line from ws-open-heading
               after advancing 2 line.
           write print-line from ws-po-header-1
               after advancing 1 line.

           perform 232-print-open-line
               varying ws-opo-tbl-sub from 1 by 1
               until ws-opo-tbl-sub > ws-opo-tbl-cnt.

           if ws-open-lines-cnt = 0 then
               write print-line from ws-open-none-line
                   after advancing 1 line
           end-if.

       232-print-open-line.
           if ws-opo-tbl-balance(ws-opo-tbl-sub) > zero then
               add 1                       to ws-open-lines-cnt
               move spaces                 to ws-pdl-flag
               if ws-opo-tbl-due-date(ws-opo-tbl-sub) <
                  ws-business-yyyymmdd then
                   add 1                   to ws-past-due-cnt
                   move "PAST DUE"         to ws-pdl-flag
               end-if
               perform 235-print-po-line
           end-if.

       235-print-po-line.
           move ws-opo-tbl-number(ws-opo-tbl-sub)   to ws-pdl-number.
           move ws-opo-tbl-vendor(ws-opo-tbl-sub)   to ws-pdl-vendor.
           move ws-opo-tbl-store(ws-opo-tbl-sub)    to ws-pdl-store.
           move ws-opo-tbl-sku(ws-opo-tbl-sub)      to ws-pdl-sku.
           move ws-opo-tbl-ordered(ws-opo-tbl-sub)  to ws-pdl-ordered.
           move ws-opo-tbl-received(ws-opo-tbl-sub) to ws-pdl-received.
           move ws-opo-tbl-balance(ws-opo-tbl-sub)  to ws-pdl-balance.
           move ws-opo-tbl-due-date(ws-opo-tbl-sub) to ws-pdl-due.
           write print-line from ws-po-detail-line
               after advancing 1 line.
      *
      * Print The Suggested Orders, Grouped By Vendor And Store
      *
       240-print-suggest-section.
           write print-line from ws-suggest-heading
               after advancing 2 line.

           if ws-new-tbl-cnt = 0 then
               write print-line from ws-suggest-none-line
                   after advancing 1 line
           else
               move spaces                 to ws-prev-vendor
                                              ws-prev-store
               perform 245-print-suggest-line
                   varying ws-new-tbl-sub from 1 by 1
                   until ws-new-tbl-sub > ws-new-tbl-cnt
           end-if.

           if ws-nov-tbl-cnt > 0 then
               write print-line from ws-no-vendor-heading
                   after advancing 2 line
               perform 250-print-no-vendor-line
                   varying ws-nov-tbl-sub from 1 by 1
                   until ws-nov-tbl-sub > ws-nov-tbl-cnt
           end-if.

       245-print-suggest-line.
           if (ws-new-vendor(ws-new-tbl-sub) not = ws-prev-vendor) or
              (ws-new-store(ws-new-tbl-sub) not = ws-prev-store) then
               move ws-new-vendor(ws-new-tbl-sub) to ws-prev-vendor
               move ws-new-store(ws-new-tbl-sub)  to ws-prev-store
               move ws-new-vendor(ws-new-tbl-sub) to ws-sgl-vendor
               move ws-new-store(ws-new-tbl-sub)  to ws-sgl-store
               move ws-new-sku(ws-new-tbl-sub)    to ws-lookup-sku
               perform 270-find-vendor-name
               move ws-vendor-name-found   to ws-sgl-vendor-name
               write print-line from ws-suggest-group-line
                   after advancing 2 line
               write print-line from ws-suggest-header-1
                   after advancing 1 line
           end-if.

           move ws-new-sku(ws-new-tbl-sub)      to ws-sdl-sku
                                                   ws-lookup-sku.
           perform 260-find-sku-desc.
           move ws-sku-desc-found               to ws-sdl-desc.
           move ws-new-on-hand(ws-new-tbl-sub)  to ws-sdl-on-hand.
           move ws-new-reorder(ws-new-tbl-sub)  to ws-sdl-reorder.
           move ws-new-on-order(ws-new-tbl-sub) to ws-sdl-on-order.
           move ws-new-pack(ws-new-tbl-sub)     to ws-sdl-pack.
           move ws-new-quantity(ws-new-tbl-sub) to ws-sdl-quantity.
           move ws-new-lead(ws-new-tbl-sub)     to ws-sdl-lead.
           write print-line from ws-suggest-detail-line
               after advancing 1 line.

       250-print-no-vendor-line.
           move ws-nov-sku(ws-nov-tbl-sub)      to ws-nvl-sku
                                                   ws-lookup-sku.
           perform 260-find-sku-desc.
           move ws-sku-desc-found               to ws-nvl-desc.
           move ws-nov-store(ws-nov-tbl-sub)    to ws-nvl-store.
           move ws-nov-on-hand(ws-nov-tbl-sub)  to ws-nvl-on-hand.
           move ws-nov-reorder(ws-nov-tbl-sub)  to ws-nvl-reorder.
           write print-line from ws-no-vendor-line
               after advancing 1 line.
      *
      * Look Up A SKU's Description And Its Vendor's Name
      *
       260-find-sku-desc.
           move spaces                     to ws-sku-desc-found.
           perform varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt
                   if ws-lookup-sku = ws-sku-tbl-code(ws-sku-tbl-sub)
                   then
                       move ws-sku-tbl-desc(ws-sku-tbl-sub)
                           to ws-sku-desc-found
                   end-if
           end-perform.

       270-find-vendor-name.
           move spaces                     to ws-vendor-name-found.
           perform varying ws-vendor-tbl-sub from 1 by 1
               until ws-vendor-tbl-sub > ws-vendor-tbl-cnt
                   if ws-lookup-sku =
                      ws-vendor-tbl-sku(ws-vendor-tbl-sub) then
                       move ws-vendor-tbl-name(ws-vendor-tbl-sub)
                           to ws-vendor-name-found
                   end-if
           end-perform.
      *
      * Print The Run Totals
      *
       300-print-footer.
           move ws-approvals-read-cnt      to ws-arl-read.
           move ws-approvals-rejected-cnt  to ws-arl-rejected.
           write print-line from ws-approvals-read-line
               after advancing 2 line.
           move ws-po-created-cnt          to ws-pcl-cnt.
           move ws-po-lines-created-cnt    to ws-pcl-lines.
           write print-line from ws-po-created-line
               after advancing 1 line.
           move ws-receipts-matched-cnt    to ws-rcl-matched.
           move ws-receipt-exception-cnt   to ws-rcl-exceptions.
           write print-line from ws-receipts-line
               after advancing 1 line.
           move ws-open-lines-cnt          to ws-oll-cnt.
           move ws-past-due-cnt            to ws-oll-past-due.
           write print-line from ws-open-lines-line
               after advancing 1 line.
           move ws-suggested-cnt           to ws-sgt-cnt.
           move ws-no-vendor-cnt           to ws-sgt-no-vendor.
           write print-line from ws-suggested-line
               after advancing 1 line.

           if ws-opo-overflow-flag = 'y' then
               write print-line from ws-opo-overflow-line
                   after advancing 1 line
           end-if.
           if ws-new-overflow-flag = 'y' then
               write print-line from ws-new-overflow-line
                   after advancing 1 line
           end-if.
      *
      * Rewrite The Open POs, Dropping Lines Received In Full
      *
       400-rewrite-open-pos.
           open output open-po-file.

           perform 410-write-open-po-entry
               varying ws-opo-tbl-sub from 1 by 1
               until ws-opo-tbl-sub > ws-opo-tbl-cnt.

           close open-po-file.

       410-write-open-po-entry.
           if ws-opo-tbl-balance(ws-opo-tbl-sub) > zero then
               move ws-opo-tbl-number(ws-opo-tbl-sub)
                   to opo-po-number
               move ws-opo-tbl-vendor(ws-opo-tbl-sub)
                   to opo-vendor-number
               move ws-opo-tbl-store(ws-opo-tbl-sub)
                   to opo-store-number
               move ws-opo-tbl-sku(ws-opo-tbl-sub)
                   to opo-sku-code
               move ws-opo-tbl-ordered(ws-opo-tbl-sub)
                   to opo-ordered-qty
               move ws-opo-tbl-received(ws-opo-tbl-sub)
                   to opo-received-qty
               move ws-opo-tbl-balance(ws-opo-tbl-sub)
                   to opo-balance-qty
               move ws-opo-tbl-order-date(ws-opo-tbl-sub)
                   to opo-order-date
               move ws-opo-tbl-due-date(ws-opo-tbl-sub)
                   to opo-due-date
               write open-po-record
           end-if.
      *
      * Rewrite The Buyer's Worksheet With This Cycle's Suggestions
      *
       420-rewrite-suggestions.
           open output suggested-po-file.

           perform 430-write-suggestion
               varying ws-new-tbl-sub from 1 by 1
               until ws-new-tbl-sub > ws-new-tbl-cnt.

           close suggested-po-file.

       430-write-suggestion.
           move ws-new-vendor(ws-new-tbl-sub)   to sug-vendor-number.
           move ws-new-store(ws-new-tbl-sub)    to sug-store-number.
           move ws-new-sku(ws-new-tbl-sub)      to sug-sku-code.
           move ws-new-quantity(ws-new-tbl-sub) to sug-quantity.
           move ws-new-pack(ws-new-tbl-sub)     to sug-pack-size.
           move ws-new-lead(ws-new-tbl-sub)     to sug-lead-time-days.
           move ws-new-on-hand(ws-new-tbl-sub)  to sug-on-hand.
           move ws-new-reorder(ws-new-tbl-sub)  to sug-reorder-point.
           move ws-new-on-order(ws-new-tbl-sub) to sug-on-order.
           move ws-business-yyyymmdd            to sug-business-date.
           write suggested-po-record.
      *
      * Stamp The Business Date Posted And The Last PO Number Issued
      *
       440-write-applied-date.
           open output applied-date-file.
           move ws-business-yyyymmdd       to pap-business-date.
           move ws-last-po-number          to pap-last-po-number.
           write applied-date-record.
           close applied-date-file.
      *
      * Step The Work Date One Day Forward (leap years by four)
      *
       500-add-one-day.
           move ws-month-days(ws-dw-month) to ws-month-length.
           if ws-dw-month = 2 then
               divide ws-dw-year by 4 giving ws-leap-quotient
                   remainder ws-leap-remainder
               if ws-leap-remainder = 0 then
                   move 29                 to ws-month-length
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

       end program program37.
