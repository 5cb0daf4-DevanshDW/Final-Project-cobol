       identification division.
       program-id. program36.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Physical inventory count posting.  Book on-hand
      * on the inventory master only ever moves by what the cycle is
      * told - sales, restockable returns, receipts and transfers -
      * so it drifts from the shelf.  The stores' count sheets are
      * posted by this run: each counted SKU + store is compared with
      * inv-on-hand, the difference is valued at the SKU master unit
      * price, and on-hand is reset to the counted figure.
      *
      * The shrink report shows, for every counted store, the SKUs
      * whose count differed from book, then a summary by store with
      * district subtotals and a chain total - units and dollars over
      * and short, and shrink (dollars short less dollars over) as a
      * percent of the store's sales (S + L) for the period, from the
      * start of the fiscal period holding the count date (the
      * calendar month without a fiscal calendar) through the count
      * date, out of StoreHistory.dat.  Every SKU on the master that
      * a counted store did not count - active, or carrying on-hand
      * at that store - is listed; its on-hand is left at book, so a
      * missed aisle never posts as zero.
      *
      * A count is taken after the store closes on the count date and
      * posted after that date's cycle and before the next, so the
      * count date must be the business date whose movement is on the
      * master (InventoryApplied.dat) - an earlier count would undo
      * movement already posted after it, a later one would have the
      * day's sales taken off the counted figure again.  A line for a
      * store or SKU not on the masters, with a bad quantity or date,
      * or dated differently from the store's other lines is listed
      * and not posted.  A SKU counted in more than one location is
      * posted as the total of its lines.
      *
      * Run on demand between cycles, through count_posting.sh,
      * which copies the posted master into the last cycle's archive
      * so a later backout does not restore the pre-count on-hand.
      * Trial-run mode on the card prints the report without posting.
      * After posting, the count sheet is renamed CountSheetPosted.dat
      * so it is never posted twice; rejected lines are corrected
      * onto a new count sheet.
      *
      * Count sheet record layout (CountSheet.dat, 30 characters):
      *   store x(2), SKU code x(15), counted quantity 9(5),
      *   count date 9(8)
      *
       environment division.
       input-output section.
       file-control.
           select count-sheet-file
               assign "../../../data/CountSheet.dat"
               organization is line sequential
               file status is ws-count-file-status.
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
           select store-master-file
               assign "../../../data/StoreMaster.dat"
               organization is line sequential.
      *
           select store-history-file
               assign "../../../data/StoreHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select fiscal-calendar-file
               assign "../../../data/FiscalCalendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select applied-date-file
               assign "../../../data/InventoryApplied.dat"
               organization is line sequential
               file status is ws-applied-file-status.
      *
           select print-file
               assign "../../../data/shrink_report.out"
               organization is line sequential.
      *
       data division.
       file section.
       fd count-sheet-file
           data record is count-sheet-record
           record contains 30 characters.
      *
       01 count-sheet-record.
           05 cnt-store-number                 pic x(2).
           05 cnt-sku-code                     pic x(15).
           05 cnt-counted-qty                  pic 9(5).
           05 cnt-count-date                   pic 9(8).
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
      * Store master - read for the store name and the district each
      * store rolls into.
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
       fd store-history-file
           data record is store-history-record
           record contains 66 characters.
      *
       01 store-history-record.
           05 sth-business-date                pic 9(8).
           05 sth-store-number                 pic x(2).
           05 sth-s-count                      pic 9(5).
           05 sth-s-amount                     pic 9(7)v99.
           05 sth-l-count                      pic 9(5).
           05 sth-l-amount                     pic 9(7)v99.
           05 sth-r-count                      pic 9(5).
           05 sth-r-amount                     pic 9(7)v99.
           05 sth-e-count                      pic 9(5).
           05 sth-e-amount                     pic 9(7)v99.
      *
      * Fiscal 4-4-5 calendar - the shrink period is the fiscal
      * period holding the count date when the calendar covers it.
       fd fiscal-calendar-file
           data record is fiscal-calendar-record
           record contains 22 characters.
      *
       01 fiscal-calendar-record.
           05 fc-fiscal-year                   pic 9(4).
           05 fc-period-number                 pic 9(2).
           05 fc-start-date                    pic 9(8).
           05 fc-end-date                      pic 9(8).
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
      * The business date whose movement program21 last put on the
      * inventory master.
       fd applied-date-file
           data record is applied-date-record
           record contains 8 characters.
      *
       01 applied-date-record.
           05 apd-business-date                pic 9(8).
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

       77 ws-count-file-status                 pic xx value spaces.
       77 ws-inv-file-status                   pic xx value spaces.
       77 ws-history-file-status               pic xx value spaces.
       77 ws-fiscal-file-status                pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-applied-file-status               pic xx value spaces.
       77 ws-count-eof-flag                    pic x value 'n'.
       77 ws-inv-eof-flag                      pic x value 'n'.
       77 ws-sku-eof-flag                      pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-hist-eof-flag                     pic x value 'n'.
       77 ws-fiscal-eof-flag                   pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-business-yyyymmdd                 pic 9(8) value 0.

      * The business date on the inventory master - zero when no
      * cycle has posted movement yet, and any count date is taken.
       77 ws-last-applied-date                 pic 9(8) value 0.

       77 ws-lines-read-cnt                    pic 9(5) value 0.
       77 ws-lines-posted-cnt                  pic 9(5) value 0.
       77 ws-lines-rejected-cnt                pic 9(5) value 0.
       77 ws-skus-posted-cnt                   pic 9(5) value 0.
       77 ws-uncounted-cnt                     pic 9(5) value 0.
       77 ws-reject-reason                     pic x(30) value spaces.
       77 ws-store-variance-cnt                pic 9(5) value 0.
       77 ws-store-counted-cnt                 pic 9(5) value 0.
       77 ws-shrink-amt                        pic s9(9)v99 value 0.
       77 ws-shrink-pct                        pic s9(5)v99 value 0.

      * Fiscal calendar table.
       77 ws-fiscal-tbl-cnt                    pic 9(3) value 0.
       77 ws-fiscal-tbl-sub                    pic 9(3) value 0.
       77 ws-period-found-flag                 pic x value 'n'.
           88 count-period-found               value 'y'.
       01 ws-fiscal-table.
           05 ws-fiscal-entry                  occurs 120 times.
               10 ws-fc-tbl-year               pic 9(4).
               10 ws-fc-tbl-period             pic 9(2).
               10 ws-fc-tbl-start              pic 9(8).
               10 ws-fc-tbl-end                pic 9(8).

       01 ws-month-start-date                  pic 9(8) value 0.
       01 ws-month-start-date-r redefines ws-month-start-date.
           05 ws-msd-year-month                pic 9(6).
           05 ws-msd-day                       pic 99.

      * Store table - name and district from the master, the count
      * date and shrink period of a counted store, and its totals.
       77 ws-store-tbl-cnt                     pic 9(3) value 0.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       77 ws-store-match-sub                   pic 9(3) value 0.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-name            pic x(20).
               10 ws-store-tbl-district        pic x(2).
               10 ws-store-tbl-dist-name       pic x(8).
               10 ws-store-tbl-counted         pic x(1).
               10 ws-store-tbl-count-date      pic 9(8).
               10 ws-store-tbl-period-start    pic 9(8).
               10 ws-store-tbl-sales           pic 9(9)v99.
               10 ws-store-tbl-units-over      pic 9(7).
               10 ws-store-tbl-units-short     pic 9(7).
               10 ws-store-tbl-amt-over        pic 9(9)v99.
               10 ws-store-tbl-amt-short       pic 9(9)v99.

      * District subtotals, in the order the districts first appear
      * among the counted stores.
       77 ws-dist-tbl-cnt                      pic 9(3) value 0.
       77 ws-dist-tbl-sub                      pic 9(3) value 0.
       77 ws-dist-match-sub                    pic 9(3) value 0.
       01 ws-district-table.
           05 ws-dist-entry                    occurs 99 times.
               10 ws-dist-tbl-code             pic x(2).
               10 ws-dist-tbl-name             pic x(8).
               10 ws-dist-tbl-sales            pic 9(9)v99.
               10 ws-dist-tbl-units-over       pic 9(7).
               10 ws-dist-tbl-units-short      pic 9(7).
               10 ws-dist-tbl-amt-over         pic 9(9)v99.
               10 ws-dist-tbl-amt-short        pic 9(9)v99.

       01 ws-chain-totals.
           05 ws-chain-sales                   pic 9(9)v99 value 0.
           05 ws-chain-units-over              pic 9(7) value 0.
           05 ws-chain-units-short             pic 9(7) value 0.
           05 ws-chain-amt-over                pic 9(9)v99 value 0.
           05 ws-chain-amt-short               pic 9(9)v99 value 0.

      * SKU master table - description, status and unit price.
       77 ws-sku-tbl-cnt                       pic 9(4) value 0.
       77 ws-sku-tbl-sub                       pic 9(4) value 0.
       77 ws-sku-match-sub                     pic 9(4) value 0.
       01 ws-sku-table.
           05 ws-sku-entry                     occurs 2000 times.
               10 ws-sku-tbl-code              pic x(15).
               10 ws-sku-tbl-desc              pic x(20).
               10 ws-sku-tbl-status            pic x(1).
               10 ws-sku-tbl-price             pic 9(5)v99.

      * Inventory table - the master loaded at start-up plus any
      * SKU + store pair counted with no slot on the master.
       77 ws-inv-tbl-cnt                       pic 9(5) value 0.
       77 ws-inv-tbl-sub                       pic 9(5) value 0.
       77 ws-inv-match-sub                     pic 9(5) value 0.
       77 ws-inv-overflow-flag                 pic x value 'n'.
       77 ws-lookup-sku                        pic x(15) value spaces.
       77 ws-lookup-store                      pic x(2) value spaces.
       01 ws-inventory-table.
           05 ws-inv-entry                     occurs 12000 times.
               10 ws-inv-tbl-sku               pic x(15).
               10 ws-inv-tbl-store             pic x(2).
               10 ws-inv-tbl-on-hand           pic s9(7).
               10 ws-inv-tbl-reorder           pic 9(5).

      * Counted SKUs - one entry per store + SKU, the lines for it
      * summed, with the book figure and variance once posted.
       77 ws-cnt-tbl-cnt                       pic 9(5) value 0.
       77 ws-cnt-tbl-sub                       pic 9(5) value 0.
       77 ws-cnt-match-sub                     pic 9(5) value 0.
       77 ws-cnt-overflow-flag                 pic x value 'n'.
       01 ws-count-table.
           05 ws-cnt-entry                     occurs 12000 times.
               10 ws-cnt-tbl-store             pic x(2).
               10 ws-cnt-tbl-sku               pic x(15).
               10 ws-cnt-tbl-qty               pic 9(7).
               10 ws-cnt-tbl-book              pic s9(7).
               10 ws-cnt-tbl-variance          pic s9(7).
               10 ws-cnt-tbl-price             pic 9(5)v99.
               10 ws-cnt-tbl-value             pic s9(9)v99.

      * Rejected count lines held for the report.
       77 ws-rej-tbl-cnt                       pic 9(3) value 0.
       77 ws-rej-tbl-sub                       pic 9(3) value 0.
       01 ws-reject-table.
           05 ws-rej-entry                     occurs 500 times.
               10 ws-rej-store                 pic x(2).
               10 ws-rej-sku                   pic x(15).
               10 ws-rej-qty                   pic x(5).
               10 ws-rej-date                  pic x(8).
               10 ws-rej-reason                pic x(30).

      * Retiring the posted count sheet.
       77 ws-count-old-name                    pic x(40) value
           "../../../data/CountSheet.dat".
       77 ws-count-new-name                    pic x(40) value
           "../../../data/CountSheetPosted.dat".

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 36".
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
               "Physical Count And Shrink Report".
           05 filler                           pic x(28) value spaces.

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
           05 filler                           pic x(21) value
               "  movement posted to ".
           05 ws-rce-applied                   pic 9(8).
           05 filler                           pic x(14) value spaces.

       01 ws-trial-line                        pic x(90) value
           "*** TRIAL RUN - counts not posted, master unchanged ***".

       01 ws-variance-heading.
           05 filler                           pic x(40) value
               "Count Variances By Store".
           05 filler                           pic x(50) value spaces.

       01 ws-store-heading.
           05 filler                           pic x(6) value
               "Store ".
           05 ws-sth-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-sth-name                      pic x(20).
           05 filler                           pic x(9) value
               "Counted  ".
           05 ws-sth-count-date                pic 9(8).
           05 filler                           pic x(10) value
               "  Period  ".
           05 ws-sth-period-start              pic 9(8).
           05 filler                           pic x(3) value
               " - ".
           05 ws-sth-period-end                pic 9(8).
           05 filler                           pic x(14) value spaces.

       01 ws-variance-header-1.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(20) value
               "Description".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "    Book".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "Counted".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "Variance".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "   Price".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(12) value
               "       Value".

       01 ws-variance-header-2.
           05 filler                           pic x(15) value
               "---------------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(20) value
               "--------------------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "--------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(7) value
               "-------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "--------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "--------".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(12) value
               "------------".

       01 ws-variance-detail-line.
           05 ws-vdl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-vdl-desc                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-vdl-book                      pic zzzzzz9-.
           05 filler                           pic x(2) value spaces.
           05 ws-vdl-counted                   pic zzzzzz9.
           05 filler                           pic x(2) value spaces.
           05 ws-vdl-variance                  pic zzzzzz9-.
           05 filler                           pic x(2) value spaces.
           05 ws-vdl-price                     pic zzzz9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-vdl-value                     pic $$$,$$9.99-.
           05 filler                           pic x(1) value spaces.

       01 ws-store-count-line.
           05 filler                           pic x(2) value spaces.
           05 ws-scl-counted                   pic zz,zz9.
           05 filler                           pic x(20) value
               " SKU(s) counted,".
           05 ws-scl-variance                  pic zz,zz9.
           05 filler                           pic x(56) value
               " with a variance from book".

       01 ws-summary-heading.
           05 filler                           pic x(40) value
               "Shrink Summary By Store And District".
           05 filler                           pic x(50) value spaces.

       01 ws-summary-header-1.
           05 filler                           pic x(18) value
               "Store".
           05 filler                           pic x(8) value
               "   Units".
           05 filler                           pic x(8) value
               "   Units".
           05 filler                           pic x(14) value
               "       Dollars".
           05 filler                           pic x(14) value
               "       Dollars".
           05 filler                           pic x(15) value
               "   Period Sales".
           05 filler                           pic x(8) value
               "  Shrink".
           05 filler                           pic x(5) value spaces.

       01 ws-summary-header-2.
           05 filler                           pic x(18) value spaces.
           05 filler                           pic x(8) value
               "    Over".
           05 filler                           pic x(8) value
               "   Short".
           05 filler                           pic x(14) value
               "          Over".
           05 filler                           pic x(14) value
               "         Short".
           05 filler                           pic x(15) value
               "    (S + L)    ".
           05 filler                           pic x(8) value
               "  % Sale".
           05 filler                           pic x(5) value spaces.

       01 ws-summary-line.
           05 ws-sml-label                     pic x(18).
           05 ws-sml-label-r redefines ws-sml-label.
               10 ws-sml-store                 pic x(2).
               10 filler                       pic x(1).
               10 ws-sml-name                  pic x(15).
           05 ws-sml-units-over                pic zzz,zz9.
           05 filler                           pic x(1) value spaces.
           05 ws-sml-units-short               pic zzz,zz9.
           05 filler                           pic x(1) value spaces.
           05 ws-sml-amt-over                  pic zz,zzz,zz9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-sml-amt-short                 pic zz,zzz,zz9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-sml-sales                     pic zzz,zzz,zz9.99.
           05 filler                           pic x(1) value spaces.
           05 ws-sml-pct                       pic zzz9.99-.
           05 filler                           pic x(5) value spaces.

       01 ws-district-label.
           05 filler                           pic x(4) value
               "  D ".
           05 ws-dlb-code                      pic x(2).
           05 filler                           pic x(1) value spaces.
           05 ws-dlb-name                      pic x(8).
           05 filler                           pic x(3) value spaces.

       01 ws-summary-rule                      pic x(90) value
           "  ------------------------------------------------------".

       01 ws-uncounted-heading.
           05 filler                           pic x(60) value
               "Not Counted At A Counted Store - On-Hand Left At Book".
           05 filler                           pic x(30) value spaces.

       01 ws-uncounted-header-1.
           05 filler                           pic x(5) value "Store".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(20) value
               "Description".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(6) value
               "Status".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value
               "    Book".
           05 filler                           pic x(28) value spaces.

       01 ws-uncounted-detail-line.
           05 filler                           pic x(1) value spaces.
           05 ws-udl-store                     pic x(2).
           05 filler                           pic x(4) value spaces.
           05 ws-udl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-udl-desc                      pic x(20).
           05 filler                           pic x(4) value spaces.
           05 ws-udl-status                    pic x(1).
           05 filler                           pic x(3) value spaces.
           05 ws-udl-book                      pic zzzzzz9-.
           05 filler                           pic x(30) value spaces.

       01 ws-uncounted-none-line               pic x(90) value
           "  Every master SKU was counted at each counted store.".

       01 ws-reject-heading.
           05 filler                           pic x(40) value
               "Rejected Count Lines - Not Posted".
           05 filler                           pic x(50) value spaces.

       01 ws-reject-header-1.
           05 filler                           pic x(5) value "Store".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value "  Qty".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(8) value "Date".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(30) value
               "Reason".
           05 filler                           pic x(19) value spaces.

       01 ws-reject-detail-line.
           05 filler                           pic x(1) value spaces.
           05 ws-rdl-store                     pic x(2).
           05 filler                           pic x(4) value spaces.
           05 ws-rdl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-qty                       pic x(5).
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-date                      pic x(8).
           05 filler                           pic x(2) value spaces.
           05 ws-rdl-reason                    pic x(30).
           05 filler                           pic x(19) value spaces.

       01 ws-reject-none-line                  pic x(90) value
           "  No count line was rejected.".

       01 ws-lines-read-line.
           05 filler                           pic x(35) value
               "Count lines read             : ".
           05 ws-lrl-cnt                       pic zz,zz9.
           05 filler                           pic x(49) value spaces.

       01 ws-lines-posted-line.
           05 filler                           pic x(35) value
               "Count lines accepted         : ".
           05 ws-lpl-cnt                       pic zz,zz9.
           05 filler                           pic x(9) value
               "  SKUs: ".
           05 ws-lpl-skus                      pic zz,zz9.
           05 filler                           pic x(34) value spaces.

       01 ws-lines-rejected-line.
           05 filler                           pic x(35) value
               "Count lines rejected         : ".
           05 ws-ljl-cnt                       pic zz,zz9.
           05 filler                           pic x(49) value spaces.

       01 ws-uncounted-total-line.
           05 filler                           pic x(35) value
               "Master SKUs not counted      : ".
           05 ws-utl-cnt                       pic zz,zz9.
           05 filler                           pic x(49) value spaces.

       01 ws-no-count-line                     pic x(90) value
           "  No count line could be posted - master unchanged.".

       01 ws-overflow-warning-line             pic x(90) value
           "*** WARNING - inventory table full - count lines skipped".

       01 ws-cnt-overflow-line                 pic x(90) value
           "*** WARNING - count table full - count lines skipped".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 055-read-applied-date.
           perform 060-load-fiscal-calendar.
           perform 065-load-store-master.
           perform 070-load-sku-master.
           perform 075-load-inventory-master.

           open input count-sheet-file.
           if ws-count-file-status = "35" then
               display "PROGRAM36: no CountSheet.dat - nothing to "
                   "post." upon console
               move 8                      to return-code
               goback
           end-if.

           read count-sheet-file
               at end
                   move 'y'                to ws-count-eof-flag.
           perform 100-edit-count-line
               until ws-count-eof-flag = 'y'.
           close count-sheet-file.

           perform 120-set-store-period
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.
           perform 130-accumulate-period-sales.
           perform 140-post-count
               varying ws-cnt-tbl-sub from 1 by 1
               until ws-cnt-tbl-sub > ws-cnt-tbl-cnt.

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
           move ws-last-applied-date   to ws-rce-applied.
           write print-line            from ws-runctl-echo-line
               after advancing 1 line.
           if ws-runctl-mode = "T" then
               write print-line        from ws-trial-line
                   after advancing 1 line
           end-if.

           if ws-cnt-tbl-cnt = 0 then
               write print-line        from ws-no-count-line
                   after advancing 2 line
           else
               perform 200-print-variance-section
               perform 220-print-summary-section
               perform 240-print-uncounted-section
           end-if.
           perform 260-print-reject-section.
           perform 300-print-footer.

           close print-file.

      * Trial-run mode previews the shrink - the master and the count
      * sheet stay as they are so the real posting can follow.
           if (ws-runctl-mode not = "T") and
              (ws-cnt-tbl-cnt > 0) then
               perform 400-rewrite-inventory-master
               perform 420-retire-count-sheet
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
      * Read The Business Date Whose Movement Is On The Master
      *
       055-read-applied-date.
           open input applied-date-file.
           if ws-applied-file-status = "35" then
      * No movement ever posted - the master holds only what was
      * loaded, and a count of any date resets it
               continue
           else
               read applied-date-file
                   at end
                       continue
                   not at end
                       if apd-business-date is numeric then
                           move apd-business-date
                               to ws-last-applied-date
                       end-if
               end-read
               close applied-date-file
           end-if.
      *
      * Load The Fiscal 4-4-5 Calendar Into The Table
      *
       060-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if ws-fiscal-file-status = "35" then
      * No fiscal calendar on file - calendar-month periods stand
               continue
           else
               read fiscal-calendar-file
                   at end
                       move 'y'            to ws-fiscal-eof-flag
               end-read
               perform 062-load-fiscal-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
           end-if.

       062-load-fiscal-loop.
           if ws-fiscal-tbl-cnt < 120 then
               add 1                       to ws-fiscal-tbl-cnt
               move fc-fiscal-year
                   to ws-fc-tbl-year(ws-fiscal-tbl-cnt)
               move fc-period-number
                   to ws-fc-tbl-period(ws-fiscal-tbl-cnt)
               move fc-start-date
                   to ws-fc-tbl-start(ws-fiscal-tbl-cnt)
               move fc-end-date
                   to ws-fc-tbl-end(ws-fiscal-tbl-cnt)
           end-if.

           read fiscal-calendar-file
               at end
                   move 'y'                to ws-fiscal-eof-flag.
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
               move 'n'
                   to ws-store-tbl-counted(ws-store-tbl-cnt)
               move zeroes
                   to ws-store-tbl-count-date(ws-store-tbl-cnt)
                      ws-store-tbl-period-start(ws-store-tbl-cnt)
                      ws-store-tbl-sales(ws-store-tbl-cnt)
                      ws-store-tbl-units-over(ws-store-tbl-cnt)
                      ws-store-tbl-units-short(ws-store-tbl-cnt)
                      ws-store-tbl-amt-over(ws-store-tbl-cnt)
                      ws-store-tbl-amt-short(ws-store-tbl-cnt)
           end-if.

           read store-master-file
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Load SKU Master File into working storage
      *
       070-load-sku-master.
           open input sku-master-file.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.

           perform 072-load-sku-loop
               until ws-sku-eof-flag = 'y'.

           close sku-master-file.

       072-load-sku-loop.
           if ws-sku-tbl-cnt < 2000 then
               add 1                       to ws-sku-tbl-cnt
               move skm-sku-code
                   to ws-sku-tbl-code(ws-sku-tbl-cnt)
               move skm-description
                   to ws-sku-tbl-desc(ws-sku-tbl-cnt)
               move skm-status
                   to ws-sku-tbl-status(ws-sku-tbl-cnt)
               if skm-unit-price is numeric then
                   move skm-unit-price
                       to ws-sku-tbl-price(ws-sku-tbl-cnt)
               else
                   move zeroes
                       to ws-sku-tbl-price(ws-sku-tbl-cnt)
               end-if
           end-if.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.
      *
      * Load The Inventory Master Into The Table
      *
       075-load-inventory-master.
           open input inventory-master-file.

           if ws-inv-file-status = "35" then
      * No inventory master yet - every count opens its slot
               continue
           else
               read inventory-master-file
                   at end
                       move 'y'            to ws-inv-eof-flag
               end-read
               perform 077-load-inventory-loop
                   until ws-inv-eof-flag = 'y'
               close inventory-master-file
           end-if.

       077-load-inventory-loop.
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
           else
               move 'y'                    to ws-inv-overflow-flag
           end-if.

           read inventory-master-file
               at end
                   move 'y'                to ws-inv-eof-flag.
      *
      * Edit One Count Line And Add It To The Counted SKUs
      *
       100-edit-count-line.
           add 1                           to ws-lines-read-cnt.
           move spaces                     to ws-reject-reason.

           move zero                       to ws-store-match-sub.
           perform varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt
               or ws-store-match-sub > 0
                   if cnt-store-number =
                      ws-store-tbl-number(ws-store-tbl-sub) then
                       move ws-store-tbl-sub to ws-store-match-sub
                   end-if
           end-perform.

           move zero                       to ws-sku-match-sub.
           perform varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt
               or ws-sku-match-sub > 0
                   if cnt-sku-code = ws-sku-tbl-code(ws-sku-tbl-sub)
                   then
                       move ws-sku-tbl-sub to ws-sku-match-sub
                   end-if
           end-perform.

           if ws-store-match-sub = 0 then
               move "STORE NOT ON STORE MASTER" to ws-reject-reason
           else
               if ws-sku-match-sub = 0 then
                   move "SKU NOT ON SKU MASTER" to ws-reject-reason
               else
                   if cnt-counted-qty is not numeric then
                       move "COUNTED QTY NOT NUMERIC"
                           to ws-reject-reason
                   else
                       if (cnt-count-date is not numeric) or
                          (cnt-count-date = zero) then
                           move "COUNT DATE NOT VALID"
                               to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

      * The count must stand against the master as the count date's
      * cycle left it.
           if (ws-reject-reason = spaces) and
              (ws-last-applied-date > zero) and
              (cnt-count-date not = ws-last-applied-date) then
               move "COUNT DATE NOT LAST POSTED DAY"
                   to ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces) and
              (ws-store-tbl-counted(ws-store-match-sub) = 'y') and
              (cnt-count-date not =
               ws-store-tbl-count-date(ws-store-match-sub)) then
               move "COUNT DATE DIFFERS FOR STORE" to ws-reject-reason
           end-if.

           if ws-reject-reason = spaces then
               perform 110-add-counted-sku
           end-if.

           if ws-reject-reason not = spaces then
               add 1                       to ws-lines-rejected-cnt
               if ws-rej-tbl-cnt < 500 then
                   add 1                   to ws-rej-tbl-cnt
                   move cnt-store-number
                       to ws-rej-store(ws-rej-tbl-cnt)
                   move cnt-sku-code
                       to ws-rej-sku(ws-rej-tbl-cnt)
                   move count-sheet-record(18:5)
                       to ws-rej-qty(ws-rej-tbl-cnt)
                   move count-sheet-record(23:8)
                       to ws-rej-date(ws-rej-tbl-cnt)
                   move ws-reject-reason
                       to ws-rej-reason(ws-rej-tbl-cnt)
               end-if
           end-if.

           read count-sheet-file
               at end
                   move 'y'                to ws-count-eof-flag.

       110-add-counted-sku.
           move zero                       to ws-cnt-match-sub.
           perform varying ws-cnt-tbl-sub from 1 by 1
               until ws-cnt-tbl-sub > ws-cnt-tbl-cnt
               or ws-cnt-match-sub > 0
                   if (cnt-store-number =
                       ws-cnt-tbl-store(ws-cnt-tbl-sub)) and
                      (cnt-sku-code = ws-cnt-tbl-sku(ws-cnt-tbl-sub))
                   then
                       move ws-cnt-tbl-sub to ws-cnt-match-sub
                   end-if
           end-perform.

           if ws-cnt-match-sub = 0 then
               if ws-cnt-tbl-cnt < 12000 then
                   add 1                   to ws-cnt-tbl-cnt
                   move ws-cnt-tbl-cnt     to ws-cnt-match-sub
                   move cnt-store-number
                       to ws-cnt-tbl-store(ws-cnt-match-sub)
                   move cnt-sku-code
                       to ws-cnt-tbl-sku(ws-cnt-match-sub)
                   move ws-sku-tbl-price(ws-sku-match-sub)
                       to ws-cnt-tbl-price(ws-cnt-match-sub)
                   move zeroes
                       to ws-cnt-tbl-qty(ws-cnt-match-sub)
                          ws-cnt-tbl-book(ws-cnt-match-sub)
                          ws-cnt-tbl-variance(ws-cnt-match-sub)
                          ws-cnt-tbl-value(ws-cnt-match-sub)
               else
                   move 'y'                to ws-cnt-overflow-flag
                   move "COUNT TABLE FULL"  to ws-reject-reason
               end-if
           end-if.

           if ws-cnt-match-sub > 0 then
               add cnt-counted-qty
                   to ws-cnt-tbl-qty(ws-cnt-match-sub)
               add 1                       to ws-lines-posted-cnt
               move 'y'
                   to ws-store-tbl-counted(ws-store-match-sub)
               move cnt-count-date
                   to ws-store-tbl-count-date(ws-store-match-sub)
           end-if.
      *
      * Set A Counted Store's Shrink Period - the start of the fiscal
      * period holding the count date, else the calendar month
      *
       120-set-store-period.
           if ws-store-tbl-counted(ws-store-tbl-sub) = 'y' then
               move 'n'                    to ws-period-found-flag
               move ws-store-tbl-count-date(ws-store-tbl-sub)
                   to ws-month-start-date
               move 1                      to ws-msd-day
               move ws-month-start-date
                   to ws-store-tbl-period-start(ws-store-tbl-sub)
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                   or count-period-found
                       if (ws-store-tbl-count-date(ws-store-tbl-sub)
                           not < ws-fc-tbl-start(ws-fiscal-tbl-sub))
                          and
                          (ws-store-tbl-count-date(ws-store-tbl-sub)
                           not > ws-fc-tbl-end(ws-fiscal-tbl-sub))
                       then
                           move 'y'        to ws-period-found-flag
                           move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                               to ws-store-tbl-period-start
                                  (ws-store-tbl-sub)
                       end-if
               end-perform
           end-if.
      *
      * Add Up Each Counted Store's Period Sales From The History
      *
       130-accumulate-period-sales.
           open input store-history-file.

           if ws-history-file-status = "35" then
               continue
           else
               read store-history-file
                   at end
                       move 'y'            to ws-hist-eof-flag
               end-read
               perform 135-accumulate-one-record
                   until ws-hist-eof-flag = 'y'
               close store-history-file
           end-if.

       135-accumulate-one-record.
           perform varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt
                   if (sth-store-number =
                       ws-store-tbl-number(ws-store-tbl-sub)) and
                      (ws-store-tbl-counted(ws-store-tbl-sub) = 'y')
                      and
                      (sth-business-date not <
                       ws-store-tbl-period-start(ws-store-tbl-sub))
                      and
                      (sth-business-date not >
                       ws-store-tbl-count-date(ws-store-tbl-sub)) then
                       add sth-s-amount
                           to ws-store-tbl-sales(ws-store-tbl-sub)
                       add sth-l-amount
                           to ws-store-tbl-sales(ws-store-tbl-sub)
                   end-if
           end-perform.

           read store-history-file
               at end
                   move 'y'                to ws-hist-eof-flag.
      *
      * Post One Counted SKU - value the difference from book and
      * reset on-hand to the count
      *
       140-post-count.
           move ws-cnt-tbl-sku(ws-cnt-tbl-sub)   to ws-lookup-sku.
           move ws-cnt-tbl-store(ws-cnt-tbl-sub) to ws-lookup-store.
           perform 150-find-inventory-slot.

           if ws-inv-match-sub > 0 then
               add 1                       to ws-skus-posted-cnt
               move ws-inv-tbl-on-hand(ws-inv-match-sub)
                   to ws-cnt-tbl-book(ws-cnt-tbl-sub)
               compute ws-cnt-tbl-variance(ws-cnt-tbl-sub) =
                   ws-cnt-tbl-qty(ws-cnt-tbl-sub) -
                   ws-cnt-tbl-book(ws-cnt-tbl-sub)
               compute ws-cnt-tbl-value(ws-cnt-tbl-sub) =
                   ws-cnt-tbl-variance(ws-cnt-tbl-sub) *
                   ws-cnt-tbl-price(ws-cnt-tbl-sub)
               move ws-cnt-tbl-qty(ws-cnt-tbl-sub)
                   to ws-inv-tbl-on-hand(ws-inv-match-sub)

               perform varying ws-store-tbl-sub from 1 by 1
                   until ws-store-tbl-sub > ws-store-tbl-cnt
                       if ws-lookup-store =
                          ws-store-tbl-number(ws-store-tbl-sub) then
                           move ws-store-tbl-sub
                               to ws-store-match-sub
                       end-if
               end-perform

               if ws-cnt-tbl-variance(ws-cnt-tbl-sub) > zero then
                   add ws-cnt-tbl-variance(ws-cnt-tbl-sub)
                       to ws-store-tbl-units-over(ws-store-match-sub)
                   add ws-cnt-tbl-value(ws-cnt-tbl-sub)
                       to ws-store-tbl-amt-over(ws-store-match-sub)
               else
                   subtract ws-cnt-tbl-variance(ws-cnt-tbl-sub)
                       from ws-store-tbl-units-short
                            (ws-store-match-sub)
                   subtract ws-cnt-tbl-value(ws-cnt-tbl-sub)
                       from ws-store-tbl-amt-short
                            (ws-store-match-sub)
               end-if
           end-if.
      *
      * Find The SKU + Store's Inventory Slot, Opening One For A SKU
      * Counted At A Store With No Slot Yet
      *
       150-find-inventory-slot.
           move zero                       to ws-inv-match-sub.
           perform varying ws-inv-tbl-sub from 1 by 1
               until ws-inv-tbl-sub > ws-inv-tbl-cnt
               or ws-inv-match-sub > 0
                   if (ws-lookup-sku = ws-inv-tbl-sku(ws-inv-tbl-sub))
                      and (ws-lookup-store =
                           ws-inv-tbl-store(ws-inv-tbl-sub)) then
                       move ws-inv-tbl-sub to ws-inv-match-sub
                   end-if
           end-perform.

           if ws-inv-match-sub = 0 then
               if ws-inv-tbl-cnt < 12000 then
                   add 1                   to ws-inv-tbl-cnt
                   move ws-lookup-sku
                       to ws-inv-tbl-sku(ws-inv-tbl-cnt)
                   move ws-lookup-store
                       to ws-inv-tbl-store(ws-inv-tbl-cnt)
                   move zeroes
                       to ws-inv-tbl-on-hand(ws-inv-tbl-cnt)
                          ws-inv-tbl-reorder(ws-inv-tbl-cnt)
                   move ws-inv-tbl-cnt     to ws-inv-match-sub
               else
                   move 'y'                to ws-inv-overflow-flag
               end-if
           end-if.
      *
      * Print The Variance Lines Of Every Counted Store
      *
       200-print-variance-section.
           write print-line from ws-variance-heading
               after advancing 2 line.

           perform 205-print-store-variances
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

       205-print-store-variances.
           if ws-store-tbl-counted(ws-store-tbl-sub) = 'y' then
               move ws-store-tbl-number(ws-store-tbl-sub)
                   to ws-sth-store
               move ws-store-tbl-name(ws-store-tbl-sub)
                   to ws-sth-name
               move ws-store-tbl-count-date(ws-store-tbl-sub)
                   to ws-sth-count-date ws-sth-period-end
               move ws-store-tbl-period-start(ws-store-tbl-sub)
                   to ws-sth-period-start
               write print-line from ws-store-heading
                   after advancing 2 line
               write print-line from ws-variance-header-1
                   after advancing 1 line
               write print-line from ws-variance-header-2
                   after advancing 1 line

               move zero                   to ws-store-counted-cnt
                                              ws-store-variance-cnt
               perform 210-print-variance-line
                   varying ws-cnt-tbl-sub from 1 by 1
                   until ws-cnt-tbl-sub > ws-cnt-tbl-cnt

               move ws-store-counted-cnt   to ws-scl-counted
               move ws-store-variance-cnt  to ws-scl-variance
               write print-line from ws-store-count-line
                   after advancing 1 line
           end-if.

       210-print-variance-line.
           if ws-cnt-tbl-store(ws-cnt-tbl-sub) =
              ws-store-tbl-number(ws-store-tbl-sub) then
               add 1                       to ws-store-counted-cnt
               if ws-cnt-tbl-variance(ws-cnt-tbl-sub) not = zero then
                   add 1                   to ws-store-variance-cnt
                   move ws-cnt-tbl-sku(ws-cnt-tbl-sub) to ws-vdl-sku
                   move ws-cnt-tbl-sku(ws-cnt-tbl-sub) to ws-lookup-sku
                   perform 280-find-sku-desc
                   move ws-cnt-tbl-book(ws-cnt-tbl-sub)
                       to ws-vdl-book
                   move ws-cnt-tbl-qty(ws-cnt-tbl-sub)
                       to ws-vdl-counted
                   move ws-cnt-tbl-variance(ws-cnt-tbl-sub)
                       to ws-vdl-variance
                   move ws-cnt-tbl-price(ws-cnt-tbl-sub)
                       to ws-vdl-price
                   move ws-cnt-tbl-value(ws-cnt-tbl-sub)
                       to ws-vdl-value
                   write print-line from ws-variance-detail-line
                       after advancing 1 line
               end-if
           end-if.
      *
      * Print The Shrink Summary - each district's counted stores,
      * the district subtotal, and the chain total
      *
       220-print-summary-section.
           perform 222-tally-district
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           write print-line from ws-summary-heading
               after advancing 2 line.
           write print-line from ws-summary-header-1
               after advancing 1 line.
           write print-line from ws-summary-header-2
               after advancing 1 line.

           perform 225-print-district-block
               varying ws-dist-tbl-sub from 1 by 1
               until ws-dist-tbl-sub > ws-dist-tbl-cnt.

           write print-line from ws-summary-rule
               after advancing 1 line.
           move spaces                     to ws-sml-label.
           move "Chain total"              to ws-sml-label.
           move ws-chain-units-over        to ws-sml-units-over.
           move ws-chain-units-short       to ws-sml-units-short.
           move ws-chain-amt-over          to ws-sml-amt-over.
           move ws-chain-amt-short         to ws-sml-amt-short.
           move ws-chain-sales             to ws-sml-sales.
           compute ws-shrink-amt =
               ws-chain-amt-short - ws-chain-amt-over.
           if ws-chain-sales = zero then
               move zero                   to ws-shrink-pct
           else
               compute ws-shrink-pct rounded =
                   (ws-shrink-amt * 100) / ws-chain-sales
                   on size error
                       move zero           to ws-shrink-pct
               end-compute
           end-if.
           move ws-shrink-pct              to ws-sml-pct.
           write print-line from ws-summary-line
               after advancing 1 line.

       222-tally-district.
           if ws-store-tbl-counted(ws-store-tbl-sub) = 'y' then
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
                       to ws-dist-tbl-sales(ws-dist-match-sub)
                          ws-dist-tbl-units-over(ws-dist-match-sub)
                          ws-dist-tbl-units-short(ws-dist-match-sub)
                          ws-dist-tbl-amt-over(ws-dist-match-sub)
                          ws-dist-tbl-amt-short(ws-dist-match-sub)
               end-if
               add ws-store-tbl-sales(ws-store-tbl-sub)
                   to ws-dist-tbl-sales(ws-dist-match-sub)
                      ws-chain-sales
               add ws-store-tbl-units-over(ws-store-tbl-sub)
                   to ws-dist-tbl-units-over(ws-dist-match-sub)
                      ws-chain-units-over
               add ws-store-tbl-units-short(ws-store-tbl-sub)
                   to ws-dist-tbl-units-short(ws-dist-match-sub)
                      ws-chain-units-short
               add ws-store-tbl-amt-over(ws-store-tbl-sub)
                   to ws-dist-tbl-amt-over(ws-dist-match-sub)
                      ws-chain-amt-over
               add ws-store-tbl-amt-short(ws-store-tbl-sub)
                   to ws-dist-tbl-amt-short(ws-dist-match-sub)
                      ws-chain-amt-short
           end-if.

       225-print-district-block.
           write print-line from ws-empty-line
               after advancing 1 line.
           perform 230-print-store-summary
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           move ws-dist-tbl-code(ws-dist-tbl-sub) to ws-dlb-code.
           move ws-dist-tbl-name(ws-dist-tbl-sub) to ws-dlb-name.
           move ws-district-label          to ws-sml-label.
           move ws-dist-tbl-units-over(ws-dist-tbl-sub)
               to ws-sml-units-over.
           move ws-dist-tbl-units-short(ws-dist-tbl-sub)
               to ws-sml-units-short.
           move ws-dist-tbl-amt-over(ws-dist-tbl-sub)
               to ws-sml-amt-over.
           move ws-dist-tbl-amt-short(ws-dist-tbl-sub)
               to ws-sml-amt-short.
           move ws-dist-tbl-sales(ws-dist-tbl-sub) to ws-sml-sales.
           compute ws-shrink-amt =
               ws-dist-tbl-amt-short(ws-dist-tbl-sub) -
               ws-dist-tbl-amt-over(ws-dist-tbl-sub).
           if ws-dist-tbl-sales(ws-dist-tbl-sub) = zero then
               move zero                   to ws-shrink-pct
           else
               compute ws-shrink-pct rounded =
                   (ws-shrink-amt * 100) /
                   ws-dist-tbl-sales(ws-dist-tbl-sub)
                   on size error
                       move zero           to ws-shrink-pct
               end-compute
           end-if.
           move ws-shrink-pct              to ws-sml-pct.
           write print-line from ws-summary-line
               after advancing 1 line.

       230-print-store-summary.
           if (ws-store-tbl-counted(ws-store-tbl-sub) = 'y') and
              (ws-store-tbl-district(ws-store-tbl-sub) =
               ws-dist-tbl-code(ws-dist-tbl-sub)) then
               move spaces                 to ws-sml-label
               move ws-store-tbl-number(ws-store-tbl-sub)
                   to ws-sml-store
               move ws-store-tbl-name(ws-store-tbl-sub)
                   to ws-sml-name
               move ws-store-tbl-units-over(ws-store-tbl-sub)
                   to ws-sml-units-over
               move ws-store-tbl-units-short(ws-store-tbl-sub)
                   to ws-sml-units-short
               move ws-store-tbl-amt-over(ws-store-tbl-sub)
                   to ws-sml-amt-over
               move ws-store-tbl-amt-short(ws-store-tbl-sub)
                   to ws-sml-amt-short
               move ws-store-tbl-sales(ws-store-tbl-sub)
                   to ws-sml-sales
               compute ws-shrink-amt =
                   ws-store-tbl-amt-short(ws-store-tbl-sub) -
                   ws-store-tbl-amt-over(ws-store-tbl-sub)
               if ws-store-tbl-sales(ws-store-tbl-sub) = zero then
                   move zero               to ws-shrink-pct
               else
                   compute ws-shrink-pct rounded =
                       (ws-shrink-amt * 100) /
                       ws-store-tbl-sales(ws-store-tbl-sub)
                       on size error
                           move zero       to ws-shrink-pct
                   end-compute
               end-if
               move ws-shrink-pct          to ws-sml-pct
               write print-line from ws-summary-line
                   after advancing 1 line
           end-if.
      *
      * List The Master SKUs A Counted Store Did Not Count
      *
       240-print-uncounted-section.
           write print-line from ws-uncounted-heading
               after advancing 2 line.
           write print-line from ws-uncounted-header-1
               after advancing 1 line.

           perform 245-check-store-uncounted
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           if ws-uncounted-cnt = 0 then
               write print-line from ws-uncounted-none-line
                   after advancing 1 line
           end-if.

       245-check-store-uncounted.
           if ws-store-tbl-counted(ws-store-tbl-sub) = 'y' then
               perform 250-check-sku-uncounted
                   varying ws-sku-tbl-sub from 1 by 1
                   until ws-sku-tbl-sub > ws-sku-tbl-cnt
           end-if.

       250-check-sku-uncounted.
           move zero                       to ws-cnt-match-sub.
           perform varying ws-cnt-tbl-sub from 1 by 1
               until ws-cnt-tbl-sub > ws-cnt-tbl-cnt
               or ws-cnt-match-sub > 0
                   if (ws-cnt-tbl-store(ws-cnt-tbl-sub) =
                       ws-store-tbl-number(ws-store-tbl-sub)) and
                      (ws-cnt-tbl-sku(ws-cnt-tbl-sub) =
                       ws-sku-tbl-code(ws-sku-tbl-sub)) then
                       move ws-cnt-tbl-sub to ws-cnt-match-sub
                   end-if
           end-perform.

           if ws-cnt-match-sub = 0 then
      * Not counted - its book figure, without opening a slot
               move zero                   to ws-inv-match-sub
               perform varying ws-inv-tbl-sub from 1 by 1
                   until ws-inv-tbl-sub > ws-inv-tbl-cnt
                   or ws-inv-match-sub > 0
                       if (ws-inv-tbl-sku(ws-inv-tbl-sub) =
                           ws-sku-tbl-code(ws-sku-tbl-sub)) and
                          (ws-inv-tbl-store(ws-inv-tbl-sub) =
                           ws-store-tbl-number(ws-store-tbl-sub)) then
                           move ws-inv-tbl-sub to ws-inv-match-sub
                       end-if
               end-perform
               move zero                   to ws-udl-book
               if ws-inv-match-sub > 0 then
                   move ws-inv-tbl-on-hand(ws-inv-match-sub)
                       to ws-udl-book
               end-if
               if (ws-sku-tbl-status(ws-sku-tbl-sub) = "A") or
                  ((ws-inv-match-sub > 0) and
                   (ws-inv-tbl-on-hand(ws-inv-match-sub) not = zero))
               then
                   add 1                   to ws-uncounted-cnt
                   move ws-store-tbl-number(ws-store-tbl-sub)
                       to ws-udl-store
                   move ws-sku-tbl-code(ws-sku-tbl-sub)
                       to ws-udl-sku
                   move ws-sku-tbl-desc(ws-sku-tbl-sub)
                       to ws-udl-desc
                   move ws-sku-tbl-status(ws-sku-tbl-sub)
                       to ws-udl-status
                   write print-line from ws-uncounted-detail-line
                       after advancing 1 line
               end-if
           end-if.
      *
      * List The Rejected Count Lines
      *
       260-print-reject-section.
           write print-line from ws-reject-heading
               after advancing 2 line.

           if ws-rej-tbl-cnt = 0 then
               write print-line from ws-reject-none-line
                   after advancing 1 line
           else
               write print-line from ws-reject-header-1
                   after advancing 1 line
               perform 265-print-reject-line
                   varying ws-rej-tbl-sub from 1 by 1
                   until ws-rej-tbl-sub > ws-rej-tbl-cnt
           end-if.

       265-print-reject-line.
           move ws-rej-store(ws-rej-tbl-sub)  to ws-rdl-store.
           move ws-rej-sku(ws-rej-tbl-sub)    to ws-rdl-sku.
           move ws-rej-qty(ws-rej-tbl-sub)    to ws-rdl-qty.
           move ws-rej-date(ws-rej-tbl-sub)   to ws-rdl-date.
           move ws-rej-reason(ws-rej-tbl-sub) to ws-rdl-reason.
           write print-line from ws-reject-detail-line
               after advancing 1 line.
      *
      * Find A SKU's Description For The Variance Line
      *
       280-find-sku-desc.
           move spaces                     to ws-vdl-desc.
           perform varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt
                   if ws-lookup-sku = ws-sku-tbl-code(ws-sku-tbl-sub)
                   then
                       move ws-sku-tbl-desc(ws-sku-tbl-sub)
                           to ws-vdl-desc
                   end-if
           end-perform.
      *
      * Print The Run Totals
      *
       300-print-footer.
           move ws-lines-read-cnt          to ws-lrl-cnt.
           write print-line from ws-lines-read-line
               after advancing 2 line.
           move ws-lines-posted-cnt        to ws-lpl-cnt.
           move ws-skus-posted-cnt         to ws-lpl-skus.
           write print-line from ws-lines-posted-line
               after advancing 1 line.
           move ws-lines-rejected-cnt      to ws-ljl-cnt.
           write print-line from ws-lines-rejected-line
               after advancing 1 line.
           move ws-uncounted-cnt           to ws-utl-cnt.
           write print-line from ws-uncounted-total-line
               after advancing 1 line.

           if ws-inv-overflow-flag = 'y' then
               write print-line from ws-overflow-warning-line
                   after advancing 1 line
           end-if.
           if ws-cnt-overflow-flag = 'y' then
               write print-line from ws-cnt-overflow-line
                   after advancing 1 line
           end-if.
      *
      * Rewrite The Inventory Master From The Table
      *
       400-rewrite-inventory-master.
           open output inventory-master-file.

           perform 410-write-inventory-entry
               varying ws-inv-tbl-sub from 1 by 1
               until ws-inv-tbl-sub > ws-inv-tbl-cnt.

           close inventory-master-file.

       410-write-inventory-entry.
           move ws-inv-tbl-sku(ws-inv-tbl-sub)
               to inv-sku-code.
           move ws-inv-tbl-store(ws-inv-tbl-sub)
               to inv-store-number.
           move ws-inv-tbl-on-hand(ws-inv-tbl-sub)
               to inv-on-hand.
           move ws-inv-tbl-reorder(ws-inv-tbl-sub)
               to inv-reorder-point.
           write inventory-master-record.
      *
      * Retire The Posted Count Sheet So It Is Never Posted Twice
      *
       420-retire-count-sheet.
           call "CBL_RENAME_FILE" using ws-count-old-name
                                        ws-count-new-name.
           move 0                          to return-code.

       end program program36.
