               assign to '../../../data/SalespersonMaster.dat'
               organization is line sequential.

            select promo-master-file
               assign to '../../../data/PromotionMaster.dat'
               organization is line sequential
               file status is ws-promo-file-status.

            select customer-master-file
               assign to '../../../data/CustomerMaster.dat'
               organization is line sequential
               file status is ws-cust-file-status.

            select invoice-seen-file
               assign to '../../../data/Program1Invoices.dat'
               organization is indexed
               access is random
               record key is seen-key
               file status is ws-seen-file-status.

            select tender-line-file
               assign to '../../../data/TenderLines.dat'
               organization is line sequential
               file status is ws-tnl-file-status.

            select tender-work-file
               assign to '../../../data/Program1Tenders.dat'
               organization is indexed
               access is dynamic
               record key is twk-key
               file status is ws-twk-file-status.

            select valid-tender-file
               assign to '../../../data/ValidTenders.dat'
               organization is line sequential.

            select checkpoint-file
               assign to '../../../data/Program1Checkpoint.dat'
               organization is line sequential
               organization is line sequential
               file status is ws-closed-file-status.

            select closed-years-file
               assign to '../../../data/ClosedYears.dat'
               organization is line sequential
               file status is ws-clyr-file-status.

            select fiscal-calendar-file
               assign to '../../../data/FiscalCalendar.dat'
               organization is line sequential
               88 type-is-CR value "CR".
               88 type-is-DB value "DB".
               88 type-is-GC value "GC".
               88 type-is-RW value "RW".
               88 type-is-SP value "SP".
           05 input-record-stor-number         pic x(2).
           05 input-record-invoice-number      pic x(9).
           05 define-invoice-number redefines
               88 reason-is-wrong-size         value "WS".
               88 reason-is-no-receipt         value "NR".
               88 reason-is-other              value "OT".
      * On a sale or layaway the same field flags a tax-exempt sale
               88 sale-is-tax-exempt           value "EX".
           05 input-record-trans-date          pic 9(8).
           05 input-record-quantity            pic 9(3).
           05 input-record-salesperson-id      pic x(3).
      * Change characters for data line
       fd sku-master-file
           data record is sku-master-record
           record contains 50 characters.
      *
       01 sku-master-record.
           05 skm-sku-code                     pic x(15).
               88 skm-active                   value "A".
               88 skm-discontinued             value "D".
           05 skm-unit-price                   pic 9(5)v99.
           05 skm-unit-cost                    pic 9(5)v99.

      * Promotion price master - a promo price for a SKU at one store
      * (or every store, store blank) from its start to end date.
       fd promo-master-file
           data record is promo-master-record
           record contains 43 characters.
      *
       01 promo-master-record.
           05 prm-sku-code                     pic x(15).
           05 prm-store-number                 pic x(2).
           05 prm-start-date                   pic 9(8).
           05 prm-end-date                     pic 9(8).
           05 prm-promo-price                  pic 9(5)v99.
           05 filler                           pic x(3).

      * Price-override exception listing - every record whose keyed
      * amount fell outside the tolerance around unit price times

      * Customer master - a keyed customer may appear on any
      * transaction; spaces mean a walk-in sale with no customer.
      * A customer who buys tax-exempt carries the exemption
      * certificate number, its type and its expiry date.
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

      * Store + invoice numbers already seen this run - recreated
      * at the start of every run, a restart included (the records
      * skipped to reach the restart point are re-remembered as
      * they are skipped).
       fd invoice-seen-file
           data record is invoice-seen-record
           record contains 11 characters.
      *
       01 invoice-seen-record.
           05 seen-key.
               10 seen-store-number            pic x(2).
               10 seen-invoice-number          pic x(9).

      * Tender lines sent by the stores alongside the day's
      * transactions - one per tender on a split-tender invoice (pay
      * type SP), and one carrying the card number for a gift-card
      * tender.  A GC line must carry the card number redeemed.
       fd tender-line-file
           data record is tender-line-record
           record contains 36 characters.
      *
       01 tender-line-record.
           05 tnl-store-number                 pic x(2).
           05 tnl-invoice-number               pic x(9).
           05 tnl-tender-type                  pic x(2).
           05 tnl-amount                       pic 9(5)v99.
           05 tnl-card-number                  pic x(16).

      * The tender lines keyed by store + invoice + line sequence so
      * each transaction can find its own - recreated every run.
      * The used flag marks lines a transaction claimed; what is
      * left at the end is listed as tender lines with no
      * transaction.
       fd tender-work-file
           data record is tender-work-record
           record contains 39 characters.
      *
       01 tender-work-record.
           05 twk-key.
               10 twk-store-number             pic x(2).
               10 twk-invoice-number           pic x(9).
               10 twk-line-seq                 pic 99.
           05 twk-tender-type                  pic x(2).
           05 twk-amount                       pic 9(5)v99.
           05 twk-card-number                  pic x(16).
           05 twk-used-flag                    pic x(1).

      * Tender extract - one line per tender of every valid record,
      * a split-tender invoice's own tender lines or, for a single
      * tender, one line built from the pay type.  Every step that
      * totals money by tender reads this instead of the pay type.
       fd valid-tender-file
           data record is valid-tender-record
           record contains 46 characters.
      *
       01 valid-tender-record.
           05 vtn-trans-code                   pic x(1).
           05 vtn-store-number                 pic x(2).
           05 vtn-invoice-number               pic x(9).
           05 vtn-tender-type                  pic x(2).
           05 vtn-amount                       pic 9(5)v99.
           05 vtn-card-number                  pic x(16).
           05 vtn-trans-date                   pic 9(8).
           05 vtn-split-flag                   pic x(1).

      * Change characters for data line
      * Carries the error-frequency counters forward too, so a
      * happened after it.
       fd checkpoint-file
           data record is checkpoint-record
           record contains 154 characters.
      *
       01 checkpoint-record.
           05 ckpt-record-number                pic 9(7).
           05 ckpt-valid-count                  pic 9(7).
           05 ckpt-invalid-count                pic 9(7).
           05 ckpt-freq-transaction-code        pic 9(7).
           05 ckpt-freq-amount-not-numeric      pic 9(7).
           05 ckpt-freq-payment-type            pic 9(7).
           05 ckpt-freq-store-number            pic 9(7).
           05 ckpt-freq-same-invoice-xx         pic 9(7).
           05 ckpt-freq-invoice-xx              pic 9(7).
           05 ckpt-freq-dash-dislocated         pic 9(7).
           05 ckpt-freq-invoice-non-numeric     pic 9(7).
           05 ckpt-freq-invoice-range           pic 9(7).
           05 ckpt-freq-sku-code                pic 9(7).
           05 ckpt-freq-duplicate-invoice       pic 9(7).
           05 ckpt-freq-trans-date-period       pic 9(7).
           05 ckpt-freq-quantity                pic 9(7).
           05 ckpt-freq-salesperson             pic 9(7).
           05 ckpt-freq-price-variance          pic 9(7).
           05 ckpt-freq-customer                pic 9(7).
           05 ckpt-freq-tender-line             pic 9(7).
           05 ckpt-freq-tender-sum              pic 9(7).
           05 ckpt-freq-exempt                  pic 9(7).

      * Shared audit trail, appended to by each of programs 1-4 so a
      * day's whole run chain can be reconciled end-to-end.
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

      * Months already closed by the month-end job - a cycle dated
      * inside one of these is refused at start-up.
       01 closed-month-record.
           05 cls-year-month                   pic 9(6).

      * Fiscal years closed and locked by the year-end job, each with
      * its first and last dates - a cycle dated inside one is
      * refused at start-up.
       fd closed-years-file
           data record is closed-year-record
           record contains 20 characters.
      *
       01 closed-year-record.
           05 cly-fiscal-year                  pic 9(4).
           05 cly-start-date                   pic 9(8).
           05 cly-end-date                     pic 9(8).

      * Fiscal 4-4-5 calendar - one record per fiscal period with
      * its start and end dates.  When the file is present the
      * business-period edit and the closed-period refusal cut on
       77 ws-month-closed-flag                 pic x value 'n'.
           88 business-month-closed            value 'y'.
       77 ws-business-year-month               pic 9(6) value 0.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-year-closed-flag                  pic x value 'n'.
           88 business-year-closed             value 'y'.
       77 ws-closed-fiscal-year                pic 9(4) value 0.

      * Fiscal calendar table and the business date's own period -
      * the period key (fiscal year * 100 + period number) takes the
       77 ws-audit-file-status                 pic xx value spaces.
       77 ws-ckpt-eof-flag                     pic x value 'n'.
       77 ws-checkpoint-interval               pic 9(3) value 25.
       77 ws-restart-point                     pic 9(7) value 0.
       77 ws-skip-count                        pic 9(7) value 0.
       77 ws-ckpt-quotient                     pic 9(7) value 0.
       77 ws-ckpt-remainder                    pic 9(3) value 0.

       77 ws-eof-flag                          pic x value 'n'.
       77 ws-error-count                       pic 99 value 0.
       77 ws-record-number                     pic 9(7) value 0.
       77 ws-seperator                         pic x(59) value spaces.
       77 ws-valid-record                      pic 9(7) value 0.
       77 ws-invalid-record                    pic 9(7) value 0.
       77 ws-page-count                        pic 99 value 0.
       01 ws-invoice-alpha-char.
           05 ws-invoice-alpha-1               pic x.

      * Invoice numbers seen so far this run, used to catch
      * duplicate transactions (same store + same invoice number).
      * They are kept on a keyed work file rather than a table - a
      * busy day carries far more invoices than a table can hold or
      * search, and the old 999-entry table simply stopped
      * remembering once it filled.
       77 ws-seen-file-status                  pic xx value spaces.

      * Tender lines - the work file's status, the lines gathered for
      * the record being edited, and the orphan count at the end.
       77 ws-tnl-file-status                   pic xx value spaces.
       77 ws-tnl-eof-flag                      pic x value 'n'.
       77 ws-twk-file-status                   pic xx value spaces.
       77 ws-twk-eof-flag                      pic x value 'n'.
       77 ws-twk-seq-found-flag                pic x value 'n'.
       77 ws-tender-line-cnt                   pic 99 value 0.
       77 ws-tender-line-sub                   pic 99 value 0.
       77 ws-tender-line-total                 pic 9(7)v99 value 0.
       77 ws-tender-line-bad-flag              pic x value 'n'.
           88 tender-line-bad                  value 'y'.
       77 ws-orphan-tender-cnt                 pic 9(7) value 0.
       01 ws-tender-line-table.
           05 ws-tlt-entry                     occurs 20 times.
               10 ws-tlt-tender-type           pic x(2).
               10 ws-tlt-amount                pic 9(5)v99.
               10 ws-tlt-card-number           pic x(16).
       77 ws-duplicate-invoice-flag            pic x value 'n'.
           88 duplicate-invoice-found          value 'y'.

      * SKU master table, loaded into memory at program start-up
      * and searched for every input record.
       77 ws-price-variance                     pic s9(8)v99 value 0.
       77 ws-price-variance-abs                 pic 9(8)v99 value 0.
       77 ws-price-band                         pic 9(8)v99 value 0.

      * Promotion master table - the price in force on a sale's
      * transaction date is the promo price when a promotion for the
      * SKU covers that date (one for the sale's own store ahead of
      * an all-stores one), the master unit price otherwise.
       77 ws-promo-file-status                  pic xx value spaces.
       77 ws-promo-eof-flag                     pic x value 'n'.
       77 ws-promo-tbl-cnt                      pic 9(4) value 0.
       77 ws-promo-tbl-sub                      pic 9(4) value 0.
       77 ws-promo-found-flag                   pic x value 'n'.
           88 store-promo-found                 value 's'.
       77 ws-price-in-force                     pic 9(5)v99 value 0.
       01 ws-promo-table.
           05 ws-promo-entry                    occurs 2000 times.
               10 ws-promo-tbl-sku              pic x(15).
               10 ws-promo-tbl-store            pic x(2).
               10 ws-promo-tbl-start            pic 9(8).
               10 ws-promo-tbl-end              pic 9(8).
               10 ws-promo-tbl-price            pic 9(5)v99.
       77 ws-first-error-text                   pic x(50)
           value spaces.

       77 ws-cust-tbl-sub                      pic 9(4) value 0.
       77 ws-cust-found-flag                   pic x value 'n'.
           88 customer-found                   value 'y'.
       77 ws-cust-match-sub                    pic 9(4) value 0.
       77 ws-exempt-valid-flag                 pic x value 'n'.
           88 exempt-certificate-valid         value 'y'.
       01 ws-customer-table.
           05 ws-cust-entry                    occurs 5000 times.
               10 ws-cust-tbl-number           pic x(6).
               10 ws-cust-tbl-exempt-cert      pic x(15).
               10 ws-cust-tbl-exempt-expiry    pic 9(8).

      * Store master table, loaded into memory at program start-up
      * and searched for every input record - room for every store
      * number the two-digit key allows.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-store-tbl-cnt                     pic 9(3) value 0.
       77 ws-store-tbl-sub                     pic 9(3) value 0.
       77 ws-store-found-flag                  pic x value 'n'.
           88 store-found                      value 'y'.
       77 ws-trans-date-period-flag            pic x value 'n'.
           88 trans-date-in-period             value 'y'.
       01 ws-store-table.
           05 ws-store-entry                   occurs 99 times.
               10 ws-store-tbl-number          pic x(2).
               10 ws-store-tbl-tax-rate        pic 9(2)v99.

           "../../../data/ValidData.dat".
       77 ws-ckpt-delete-file-name             pic x(40) value
           "../../../data/Program1Checkpoint.dat".
       77 ws-tender-delete-file-name           pic x(40) value
           "../../../data/ValidTenders.dat".

      * Business period for the transaction-date check below: any
      * record dated outside the current calendar month is rejected.
               "Transaction code is invalid.S,R,L,V,E only".
           05 ws-transac-not-numeric           pic x(36) value
               "Transaction amount should be numeric".
           05 ws-invalid-payment-type          pic x(50) value
               "Payment type must be CA, CR, DB, GC, RW or SP".
           05 ws-invlid-store-number           pic x(47) value
               "Store number not found on the store master file".
           05 ws-same-invoice-XX               pic x(36) value
               "Amount outside tolerance of price times quantity.".
           05 ws-invalid-customer               pic x(46) value
               "Customer number not on the customer master.".
           05 ws-invalid-tender-line            pic x(50) value
               "Bad tender line, GC with no card or RW no customer".
           05 ws-tender-sum-mismatch            pic x(50) value
               "Tender lines do not add up to transaction amount.".
           05 ws-invalid-exempt-sale            pic x(50) value
               "Tax-exempt sale without a valid certificate.".

      * Error-frequency counters, one per error type above, so the
      * report can print a summary of how often each error occurred.
       01 ws-error-frequency.
           05 ws-freq-transaction-code         pic 9(7) value 0.
           05 ws-freq-amount-not-numeric       pic 9(7) value 0.
           05 ws-freq-payment-type             pic 9(7) value 0.
           05 ws-freq-store-number             pic 9(7) value 0.
           05 ws-freq-same-invoice-xx          pic 9(7) value 0.
           05 ws-freq-invoice-xx               pic 9(7) value 0.
           05 ws-freq-dash-dislocated          pic 9(7) value 0.
           05 ws-freq-invoice-non-numeric      pic 9(7) value 0.
           05 ws-freq-invoice-range            pic 9(7) value 0.
           05 ws-freq-sku-code                 pic 9(7) value 0.
           05 ws-freq-duplicate-invoice        pic 9(7) value 0.
           05 ws-freq-trans-date-period        pic 9(7) value 0.
           05 ws-freq-quantity                 pic 9(7) value 0.
           05 ws-freq-salesperson              pic 9(7) value 0.
           05 ws-freq-price-variance           pic 9(7) value 0.
           05 ws-freq-customer                 pic 9(7) value 0.
           05 ws-freq-tender-line              pic 9(7) value 0.
           05 ws-freq-tender-sum               pic 9(7) value 0.
           05 ws-freq-exempt                   pic 9(7) value 0.

      * Price-override exception listing lines
       01 ws-po-heading-line.
       01 ws-po-total-line.
           05 filler                           pic x(35) value
               "Records outside tolerance    : ".
           05 ws-pot-val                       pic z,zzz,zz9.
           05 filler                           pic x(36) value spaces.

       01 ws-freq-heading                      pic x(73) value
           "Error Frequency Summary".

       01 ws-orphan-tender-heading             pic x(80) value
           "Tender lines with no transaction on the input:".

       01 ws-orphan-tender-line.
           05 filler                           pic x(2) value spaces.
           05 ws-otl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-otl-invoice                   pic x(9).
           05 filler                           pic x(2) value spaces.
           05 ws-otl-tender                    pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-otl-amount                    pic $$$,$$9.99.
           05 filler                           pic x(49) value spaces.

       01 ws-freq-line.
           05 ws-freq-description               pic x(50).
           05 filler                            pic x(3).
           05 ws-freq-print-count               pic z,zzz,zz9.
           05 filler                            pic x(11).

       01 ws-data-tally-line.
           05 filler                           pic x(15) value 
               "Valid records: ".
           05 filler                           pic x(1).
           05 ws-prt-valid-records             pic 9(7).
           05 filler                           pic x(4).
           05 filler                           pic x(17) value
               "Invalid records: ".
           05 filler                           pic x(1).
           05 ws-prt-invalid-records           pic 9(7).
           05 filler                           pic x(21).

       01 ws-heading-line-1.
           05 filler                           pic x(24) value 
       01 ws-record-with-error.
           05 filler                           pic x(9) value 
               "Record  :".
           05 ws-record-num-data               pic 9(7).
           05 filler                           pic x(2).
           05 ws-original-record               pic x(58).
           05 filler                           pic x(4).
      *
      * Procedure Division
      *
               stop run
           end-if.

      * Likewise a cycle dated inside a fiscal year the year-end job
      * has closed and locked.
           perform 097-check-year-closed.
           if business-year-closed then
               display "PROGRAM1 REFUSED: fiscal year "
                   ws-closed-fiscal-year " is closed - cycle not run."
                   upon console
               move 16                     to return-code
               stop run
           end-if.

      * Open files - on a restart, extend the error/valid/invalid
      * files created by the run being resumed instead of truncating
      * them; a fresh run opens them output as always.
           open input input-file.
           open output invoice-seen-file.
           perform 067-load-tender-lines.
           if ws-restart-point > 0 then
               open extend error-report-file, invalid-data-file,
                   valid-data-file, price-override-file,
                   reject-reason-file, valid-tender-file
           else
               open output error-report-file, invalid-data-file,
                   valid-data-file, price-override-file,
                   reject-reason-file, valid-tender-file
           end-if.

           perform 050-load-sku-master.
           perform 056-load-promo-master.
           perform 060-load-store-master.
           perform 062-load-salesperson-master.
           perform 064-load-customer-master.
               write error-report-line     from ws-data-tally-line

               perform 360-print-error-summary
               perform 368-list-orphan-tender-lines
               perform 365-close-price-override

               close input-file
                   error-report-file, invalid-data-file,
                   valid-data-file, reject-reason-file,
                   invoice-seen-file, valid-tender-file,
                   tender-work-file

      * Trial-run mode previews the cycle without touching any
      * carried-forward file - the shared audit trail included.
               at end
                   move 'y'                to ws-closed-eof-flag.
      *
      * Refuse To Run Inside A Fiscal Year Already Closed
      *
       097-check-year-closed.
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
               perform 098-check-year-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       098-check-year-loop.
           if (ws-current-yyyymmdd not < cly-start-date) and
              (ws-current-yyyymmdd not > cly-end-date) then
               move 'y'                    to ws-year-closed-flag
               move cly-fiscal-year        to ws-closed-fiscal-year
           end-if.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Process logic
      *
       100-process-logic.
               add 1                       to ws-freq-amount-not-numeric
           end-if.

      * Check the payment type - GC is gift-card tender, RW a reward
      * paid out of the customer's loyalty points, SP a split tender
      * paid through the invoice's tender lines
           if (type-is-CA or type-is-CR or type-is-DB or
               type-is-GC or type-is-RW or type-is-SP) then
           else
               write error-report-line     from
                   ws-invalid-payment-type
               add 1                       to ws-error-count
               add 1                       to ws-freq-payment-type
           end-if.

      * Check the invoice's tender lines, if it has any - a split
      * tender must have them and they must add up to the amount
           perform 310-check-tender-lines.
      * Check the store number against the store master file
           perform 330-validate-store-number.
           if not store-found then
               add 1                       to ws-freq-customer
           end-if.

      * A sale or layaway flagged tax-exempt must be to a customer
      * holding a certificate that has not expired by the
      * transaction date.
           if (transac-is-s or transac-is-l) and
              (sale-is-tax-exempt) then
               perform 337-check-exempt-certificate
           end-if.

      * Check for a duplicate invoice number for this store
           perform 305-check-duplicate-invoice.

           if (ws-error-count = 0) then
               add 1                       to ws-valid-record
               write valid-data-line       from input-record
               perform 316-write-tender-extract
           else
               add 1                       to ws-invalid-record
               move ws-record-number       to ws-record-num-data
       305-check-duplicate-invoice.
           move 'n'                        to ws-duplicate-invoice-flag.

      * Remember this invoice number/store for later records - a key
      * already on the work file is the duplicate.
           move input-record-stor-number   to seen-store-number.
           move input-record-invoice-number to seen-invoice-number.
           write invoice-seen-record
               invalid key
                   move 'y'                to ws-duplicate-invoice-flag
           end-write.

           if duplicate-invoice-found then
               add 1                       to ws-error-count
               end-if
           end-if.

      *
      * Tender Line Check - every line on the invoice must be a CA,
      * CR, DB, GC or RW tender with a positive amount (a GC line
      * naming the card redeemed), and the lines must add up to the
      * transaction amount.  A split tender (SP) must have lines; a
      * single tender may send one only to carry its card number, so
      * its lines must all be of its own pay type.  A reward tender
      * (RW), on its own or as part of a split, spends the customer's
      * loyalty points, so the record must carry a customer number.
      * A gift-card sale or layaway (GC) must send its line - without
      * the card number no card can be charged for the redemption.
      * An amount that is not numeric has already failed its own
      * edit.
      *
       310-check-tender-lines.
           move 'n'                        to ws-tender-line-bad-flag.
           move zeroes                     to ws-tender-line-total.

           perform 311-gather-tender-lines.

           if (type-is-RW) and
              (input-record-customer-number = spaces) then
               move 'y'                    to ws-tender-line-bad-flag
           end-if.

           if (type-is-GC) and (transac-is-s or transac-is-l) and
              (ws-tender-line-cnt = 0) then
               move 'y'                    to ws-tender-line-bad-flag
           end-if.

           if (ws-tender-line-cnt > 0) or (type-is-SP) then
               perform 314-check-one-tender-line
                   varying ws-tender-line-sub from 1 by 1
                   until ws-tender-line-sub > ws-tender-line-cnt
           end-if.

           if tender-line-bad then
               write error-report-line     from
                   ws-invalid-tender-line
               if ws-first-error-text = spaces then
                   move ws-invalid-tender-line
                       to ws-first-error-text
               end-if
               add 1                       to ws-error-count
               add 1                       to ws-freq-tender-line
           end-if.

           if (ws-tender-line-cnt > 0) or (type-is-SP) then
               if (input-record-transac-amount is numeric) and
                  (ws-tender-line-total not =
                   input-record-transac-amount) then
                   write error-report-line from
                       ws-tender-sum-mismatch
                   if ws-first-error-text = spaces then
                       move ws-tender-sum-mismatch
                           to ws-first-error-text
                   end-if
                   add 1                   to ws-error-count
                   add 1                   to ws-freq-tender-sum
               end-if
           end-if.
      *
      * Gather The Record's Own Tender Lines Off The Work File Into
      * The Table, Marking Each One Claimed
      *
       311-gather-tender-lines.
           move zero                       to ws-tender-line-cnt.
           move input-record-stor-number   to twk-store-number.
           move input-record-invoice-number to twk-invoice-number.
           move zero                       to twk-line-seq.
           move 'n'                        to ws-twk-eof-flag.

           start tender-work-file key > twk-key
               invalid key
                   move 'y'                to ws-twk-eof-flag
           end-start.

           perform 312-gather-one-line
               until ws-twk-eof-flag = 'y'.

       312-gather-one-line.
           read tender-work-file next record
               at end
                   move 'y'                to ws-twk-eof-flag
           end-read.

           if ws-twk-eof-flag not = 'y' then
               if (twk-store-number = input-record-stor-number) and
                  (twk-invoice-number =
                   input-record-invoice-number) then
                   if ws-tender-line-cnt < 20 then
                       add 1               to ws-tender-line-cnt
                       move twk-tender-type
                           to ws-tlt-tender-type(ws-tender-line-cnt)
                       move twk-amount
                           to ws-tlt-amount(ws-tender-line-cnt)
                       move twk-card-number
                           to ws-tlt-card-number(ws-tender-line-cnt)
                   else
      * More tenders than one invoice can carry - reject it
                       move 'y'            to ws-tender-line-bad-flag
                   end-if
                   move 'y'                to twk-used-flag
                   rewrite tender-work-record
                       invalid key
                           continue
                   end-rewrite
               else
                   move 'y'                to ws-twk-eof-flag
               end-if
           end-if.
      *
       314-check-one-tender-line.
           if (ws-tlt-tender-type(ws-tender-line-sub) = "CA" or
               ws-tlt-tender-type(ws-tender-line-sub) = "CR" or
               ws-tlt-tender-type(ws-tender-line-sub) = "DB" or
               ws-tlt-tender-type(ws-tender-line-sub) = "GC" or
               ws-tlt-tender-type(ws-tender-line-sub) = "RW") and
              (ws-tlt-amount(ws-tender-line-sub) is numeric) then
               if ws-tlt-amount(ws-tender-line-sub) > zero then
                   add ws-tlt-amount(ws-tender-line-sub)
                       to ws-tender-line-total
               else
                   move 'y'                to ws-tender-line-bad-flag
               end-if
           else
               move 'y'                    to ws-tender-line-bad-flag
           end-if.

           if (ws-tlt-tender-type(ws-tender-line-sub) = "GC") and
              (ws-tlt-card-number(ws-tender-line-sub) = spaces) then
               move 'y'                    to ws-tender-line-bad-flag
           end-if.

           if (ws-tlt-tender-type(ws-tender-line-sub) = "RW") and
              (input-record-customer-number = spaces) then
               move 'y'                    to ws-tender-line-bad-flag
           end-if.

           if (not type-is-SP) and
              (ws-tlt-tender-type(ws-tender-line-sub) not =
               input-record-pay-type) then
               move 'y'                    to ws-tender-line-bad-flag
           end-if.
      *
      * Write A Valid Record's Tenders Onto The Tender Extract - its
      * own tender lines when it has them, otherwise one line built
      * from the pay type.  A reward tender carries the customer's
      * number in the card number - the loyalty account it spends.
      *
       316-write-tender-extract.
           if ws-tender-line-cnt = 0 then
               move input-record-pay-type  to vtn-tender-type
               move input-record-transac-amount to vtn-amount
               move spaces                 to vtn-card-number
               if type-is-RW then
                   move input-record-customer-number
                       to vtn-card-number
               end-if
               perform 318-write-one-tender
           else
               perform 317-write-gathered-tender
                   varying ws-tender-line-sub from 1 by 1
                   until ws-tender-line-sub > ws-tender-line-cnt
           end-if.

       317-write-gathered-tender.
           move ws-tlt-tender-type(ws-tender-line-sub)
               to vtn-tender-type.
           move ws-tlt-amount(ws-tender-line-sub)
               to vtn-amount.
           move ws-tlt-card-number(ws-tender-line-sub)
               to vtn-card-number.
           if ws-tlt-tender-type(ws-tender-line-sub) = "RW" then
               move input-record-customer-number
                   to vtn-card-number
           end-if.
           perform 318-write-one-tender.

       318-write-one-tender.
           move input-record-trans-code    to vtn-trans-code.
           move input-record-stor-number   to vtn-store-number.
           move input-record-invoice-number to vtn-invoice-number.
           move input-record-trans-date    to vtn-trans-date.
           if type-is-SP then
               move 'Y'                    to vtn-split-flag
           else
               move 'N'                    to vtn-split-flag
           end-if.
           write valid-tender-record.

      *
      * Load SKU Master File into working storage
      *
               at end
                   move 'y'                to ws-sku-eof-flag.
      *
      * Load Promotion Master File into working storage - no file
      * means no promotions, and every sale prices at the master
      *
       056-load-promo-master.
           open input promo-master-file.

           if ws-promo-file-status = "35" then
               continue
           else
               read promo-master-file
                   at end
                       move 'y'            to ws-promo-eof-flag
               end-read
               perform 057-load-promo-loop
                   until ws-promo-eof-flag = 'y'
               close promo-master-file
           end-if.

       057-load-promo-loop.
           if (ws-promo-tbl-cnt < 2000) and
              (prm-start-date is numeric) and
              (prm-end-date is numeric) and
              (prm-promo-price is numeric) then
               add 1                       to ws-promo-tbl-cnt
               move prm-sku-code
                   to ws-promo-tbl-sku(ws-promo-tbl-cnt)
               move prm-store-number
                   to ws-promo-tbl-store(ws-promo-tbl-cnt)
               move prm-start-date
                   to ws-promo-tbl-start(ws-promo-tbl-cnt)
               move prm-end-date
                   to ws-promo-tbl-end(ws-promo-tbl-cnt)
               move prm-promo-price
                   to ws-promo-tbl-price(ws-promo-tbl-cnt)
           end-if.

           read promo-master-file
               at end
                   move 'y'                to ws-promo-eof-flag.
      *
      * Load Salesperson Master File into working storage
      *
       062-load-salesperson-master.
               add 1                       to ws-cust-tbl-cnt
               move cst-customer-number
                   to ws-cust-tbl-number(ws-cust-tbl-cnt)
               move cst-exempt-cert
                   to ws-cust-tbl-exempt-cert(ws-cust-tbl-cnt)
               if cst-exempt-expiry is numeric then
                   move cst-exempt-expiry
                       to ws-cust-tbl-exempt-expiry(ws-cust-tbl-cnt)
               else
                   move zero
                       to ws-cust-tbl-exempt-expiry(ws-cust-tbl-cnt)
               end-if
           end-if.

           read customer-master-file
               at end
                   move 'y'                to ws-cust-eof-flag.
      *
      * Load The Day's Tender Lines Onto The Keyed Work File - each
      * line takes the next free sequence number under its store and
      * invoice.  No TenderLines.dat means no store sent any, and
      * every record tenders by its pay type alone.
      *
       067-load-tender-lines.
           open output tender-work-file.
           close tender-work-file.
           open i-o tender-work-file.

           open input tender-line-file.
           if ws-tnl-file-status = "35" then
               continue
           else
               read tender-line-file
                   at end
                       move 'y'            to ws-tnl-eof-flag
               end-read
               perform 068-load-tender-line-loop
                   until ws-tnl-eof-flag = 'y'
               close tender-line-file
           end-if.

       068-load-tender-line-loop.
           move tnl-store-number           to twk-store-number.
           move tnl-invoice-number         to twk-invoice-number.
           move 1                          to twk-line-seq.
           move 'n'                        to ws-twk-seq-found-flag.
           perform 069-find-free-line-seq
               until ws-twk-seq-found-flag = 'y'.

           move tnl-tender-type            to twk-tender-type.
           move tnl-amount                 to twk-amount.
           move tnl-card-number            to twk-card-number.
           move 'n'                        to twk-used-flag.
           write tender-work-record
               invalid key
                   continue
           end-write.

           read tender-line-file
               at end
                   move 'y'                to ws-tnl-eof-flag.

       069-find-free-line-seq.
           read tender-work-file
               invalid key
                   move 'y'                to ws-twk-seq-found-flag
               not invalid key
                   if twk-line-seq < 99 then
                       add 1               to twk-line-seq
                   else
      * 99 lines on one invoice - the rest cannot be keyed
                       move 'y'            to ws-twk-seq-found-flag
                   end-if
           end-read.
      *
      * Load Store Master File into working storage
      *
       060-load-store-master.
           close store-master-file.

       065-load-store-loop.
           if ws-store-tbl-cnt < 99 then
               add 1                       to ws-store-tbl-cnt
               move stm-store-number
                   to ws-store-tbl-number(ws-store-tbl-cnt)
                   end-if
           end-perform.
      *
      * Check The Keyed Amount Against The Price Extension (the price
      * in force on the transaction date - promo price or SKU master
      * unit price - times quantity, within the tolerance band) -
      * sales only: an L record past the first for a store+invoice
      * is a layaway PAYMENT, a partial amount with no relation to
      * price times quantity, so the edit would reject every
              (input-record-transac-amount is numeric) and
              (input-record-quantity is numeric) and
              (input-record-quantity > zero) then
               perform 348-find-price-in-force
               compute ws-price-expected =
                   ws-price-in-force * input-record-quantity
               compute ws-price-band rounded =
                   (ws-price-expected * ws-price-tolerance-pct) / 100
               compute ws-price-variance =
           write price-override-line from ws-po-detail-line
               after advancing 1 line.
      *
      * The Price In Force On The Transaction Date - a promotion for
      * the sale's own store wins over an all-stores one; with none
      * covering the date the SKU master price stands
      *
       348-find-price-in-force.
           move ws-sku-price-found         to ws-price-in-force.
           move 'n'                        to ws-promo-found-flag.

           if input-record-trans-date is numeric then
               perform 349-check-one-promo
                   varying ws-promo-tbl-sub from 1 by 1
                   until ws-promo-tbl-sub > ws-promo-tbl-cnt
                   or store-promo-found
           end-if.

       349-check-one-promo.
           if (input-record-SKU-code =
               ws-promo-tbl-sku(ws-promo-tbl-sub)) and
              (input-record-trans-date not <
               ws-promo-tbl-start(ws-promo-tbl-sub)) and
              (input-record-trans-date not >
               ws-promo-tbl-end(ws-promo-tbl-sub)) then
               if ws-promo-tbl-store(ws-promo-tbl-sub) =
                  input-record-stor-number then
                   move ws-promo-tbl-price(ws-promo-tbl-sub)
                       to ws-price-in-force
                   move 's'                to ws-promo-found-flag
               else
                   if ws-promo-tbl-store(ws-promo-tbl-sub) = spaces
                   then
                       move ws-promo-tbl-price(ws-promo-tbl-sub)
                           to ws-price-in-force
                       move 'a'            to ws-promo-found-flag
                   end-if
               end-if
           end-if.
      *
      * Validate Salesperson ID Against Master Table
      *
       335-validate-salesperson.
      *
       336-validate-customer.
           move 'n'                        to ws-cust-found-flag.
           move zero                       to ws-cust-match-sub.

           perform varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt
                   if (input-record-customer-number =
                       ws-cust-tbl-number(ws-cust-tbl-sub)) then
                       move 'y'            to ws-cust-found-flag
                       move ws-cust-tbl-sub to ws-cust-match-sub
                   end-if
           end-perform.
      *
      * Check A Tax-Exempt Sale's Certificate - a walk-in or unknown
      * customer, a customer with no certificate, and a certificate
      * expired before the transaction date all reject
      *
       337-check-exempt-certificate.
           move 'n'                        to ws-exempt-valid-flag.

           if (input-record-customer-number not = spaces) and
              (customer-found) then
               if (ws-cust-tbl-exempt-cert(ws-cust-match-sub)
                   not = spaces) and
                  (input-record-trans-date is numeric) and
                  (ws-cust-tbl-exempt-expiry(ws-cust-match-sub)
                   not < input-record-trans-date) then
                   move 'y'                to ws-exempt-valid-flag
               end-if
           end-if.

           if not exempt-certificate-valid then
               write error-report-line     from
                   ws-invalid-exempt-sale
               if ws-first-error-text = spaces then
                   move ws-invalid-exempt-sale
                       to ws-first-error-text
               end-if
               add 1                       to ws-error-count
               add 1                       to ws-freq-exempt
           end-if.
      *
      * Abort-The-Run Threshold Check
      *
       340-check-abort-threshold.
           close input-file
               error-report-file, invalid-data-file,
               valid-data-file, price-override-file,
               reject-reason-file, invoice-seen-file,
               valid-tender-file, tender-work-file.

      * Remove the partial ValidData.dat and its tender extract so
      * downstream programs
      * cannot mistake it for a completed run, and remove the
      * restart checkpoint too - the next run is normally against a
      * corrected input file and should start fresh, not skip
      * records based on this aborted run's progress.
           call "CBL_DELETE_FILE" using ws-delete-file-name.
           call "CBL_DELETE_FILE" using ws-tender-delete-file-name.
           call "CBL_DELETE_FILE" using ws-ckpt-delete-file-name.

           move 16                         to return-code.
           move ws-invalid-customer          to ws-freq-description.
           move ws-freq-customer             to ws-freq-print-count.
           write error-report-line           from ws-freq-line.

           move ws-invalid-tender-line       to ws-freq-description.
           move ws-freq-tender-line          to ws-freq-print-count.
           write error-report-line           from ws-freq-line.

           move ws-tender-sum-mismatch       to ws-freq-description.
           move ws-freq-tender-sum           to ws-freq-print-count.
           write error-report-line           from ws-freq-line.

           move ws-invalid-exempt-sale       to ws-freq-description.
           move ws-freq-exempt               to ws-freq-print-count.
           write error-report-line           from ws-freq-line.
      *
      * Finish And Close The Price-Override Exception Listing
      *
               after advancing 2 line.
           close price-override-file.
      *
      * List The Tender Lines No Transaction Claimed - a line keyed
      * against the wrong invoice leaves its money off every tender
      * total, so the store has to hear about it
      *
       368-list-orphan-tender-lines.
           move low-values                 to twk-key.
           move 'n'                        to ws-twk-eof-flag.

           start tender-work-file key not < twk-key
               invalid key
                   move 'y'                to ws-twk-eof-flag
           end-start.

           perform 369-check-one-orphan
               until ws-twk-eof-flag = 'y'.

       369-check-one-orphan.
           read tender-work-file next record
               at end
                   move 'y'                to ws-twk-eof-flag
           end-read.

           if (ws-twk-eof-flag not = 'y') and
              (twk-used-flag not = 'y') then
               add 1                       to ws-orphan-tender-cnt
               if ws-orphan-tender-cnt = 1 then
                   write error-report-line from ws-seperator
                   write error-report-line from
                       ws-orphan-tender-heading
               end-if
               move twk-store-number       to ws-otl-store
               move twk-invoice-number     to ws-otl-invoice
               move twk-tender-type        to ws-otl-tender
               if twk-amount is numeric then
                   move twk-amount         to ws-otl-amount
               else
                   move zeroes             to ws-otl-amount
               end-if
               write error-report-line     from ws-orphan-tender-line
           end-if.
      *
      * Append This Run's Counts To The Shared Audit Trail
      *
       370-write-audit-trail.
           if ckpt-freq-customer is numeric then
               move ckpt-freq-customer     to ws-freq-customer
           end-if.
           if ckpt-freq-tender-line is numeric then
               move ckpt-freq-tender-line  to ws-freq-tender-line
           end-if.
           if ckpt-freq-tender-sum is numeric then
               move ckpt-freq-tender-sum   to ws-freq-tender-sum
           end-if.
           if ckpt-freq-exempt is numeric then
               move ckpt-freq-exempt       to ws-freq-exempt
           end-if.

           read checkpoint-file
               at end
      * Check Still Catches A Copy That Falls After The Restart Point
      *
       082-remember-skipped-invoice.
           move input-record-stor-number   to seen-store-number.
           move input-record-invoice-number to seen-invoice-number.
           write invoice-seen-record
               invalid key
                   continue
           end-write.

      * Its tender lines were claimed by the run being resumed
           perform 311-gather-tender-lines.
      *
      * Write A Restart Checkpoint
      *
           move ws-freq-price-variance
               to ckpt-freq-price-variance.
           move ws-freq-customer           to ckpt-freq-customer.
           move ws-freq-tender-line        to ckpt-freq-tender-line.
           move ws-freq-tender-sum         to ckpt-freq-tender-sum.
           move ws-freq-exempt             to ckpt-freq-exempt.
           write checkpoint-record.
           close checkpoint-file.

