       author. Smit Patel. Devansh Patel.
       date-written. 2026-08-22.
      * Description : Apply Add/Change/Delete maintenance transactions
      * to SKUMaster.dat, StoreMaster.dat, PromotionMaster.dat,
      * VendorMaster.dat, TaxRateHistory.dat, CustomerMaster.dat,
      * StoreCalendar.dat, SalesPlan.dat, FranchiseTerms.dat and
      * LoyaltyRates.dat so the masters that
      * program1's validation, purchasing and the tax figures depend
      * on are never hand-edited.  Every
      * transaction is edited first - duplicate adds, changes and
      * deletes of keys that do not exist, bad tax rates, bad status
      * codes, and deletes of a store that has activity on today's
      * extracts are all rejected - and a before/after audit report is
      * printed for every transaction, applied or rejected.
      *
      * A promotion is keyed on SKU + store + start date; a blank
      * store is an all-stores promotion.  Its SKU must be on the SKU
      * master and its store (when given) on the store master, the
      * dates must run start to end, and it may not overlap another
      * promotion for the same SKU and store, so exactly one promo
      * price is ever in force.  A change replaces the end date and
      * promo price.
      *
      * The SKU master carries the unit cost beside the selling
      * price, for the margin reporting and the inventory valuation.
      * A blank cost on an Add goes on as zero; a blank cost on a
      * Change leaves the current cost in place.
      *
      * The vendor master links each SKU to the vendor purchasing
      * orders it from, with the vendor's pack size and lead time in
      * days.  Its SKU must be on the SKU master, the vendor number
      * must be given, and the pack size must be at least one.  A
      * change replaces the vendor, pack size and lead time.
      *
      * The tax rate history holds each store's rate with the date it
      * took effect, so tax is figured at the rate in force on the
      * business date.  It is keyed on store + effective date; a
      * change replaces the rate.  When a store's first rate change is
      * added, its rate from the store master goes on as the opening
      * entry (effective date zero) so earlier days keep that rate.
      * A store with no history is taxed at its store master rate.
      *
      * The customer master carries a tax-exemption certificate for
      * the schools, charities, resellers and government bodies that
      * buy tax-exempt: the certificate number, the exemption type
      * (S school, C charity, R reseller, G government) and the date
      * the certificate expires.  A customer with no certificate
      * leaves all three blank; a certificate must have a valid type
      * and an expiry date.  A change replaces the name and the
      * exemption fields.
      *
      * The store calendar holds the days a store is not expected to
      * trade: C closures (a holiday, renovation or weather day) from
      * one date through another, for one store or - with a blank
      * store - the whole chain; and each store's O opening date and X
      * closing date, before and after which it is closed for good.
      * A closure is keyed on type + store + from date and a change
      * replaces the to date and reason; a store has at most one
      * opening and one closing date, keyed on type + store, and a
      * change replaces the date and reason.  The store (when given)
      * must be on the store master and a closure must run from to to.
      *
      * The sales plan holds head office's net sales target for each
      * store for each fiscal period, keyed on store + period (the
      * fiscal year and period, yyyypp, or the calendar yyyymm when
      * no fiscal calendar is kept - the same key the month-end close
      * uses).  The store must be on the store master, the period
      * must be 01 through 12 and the plan amount numeric.  A change
      * replaces the plan amount.
      *
      * The franchise terms mark each store corporate (C) or
      * franchised (F) from an effective date, with a franchised
      * store's royalty and advertising-fund percentages and the
      * franchisee it is billed to.  They are keyed on store +
      * effective date like the tax rate history; a store with no
      * terms is corporate.  The store must be on the store master
      * and the date numeric; a franchised store needs numeric
      * percentages and a franchisee number, and a corporate entry
      * goes on with zero percentages and no franchisee.  A change
      * replaces the type, percentages and franchisee.
      *
      * The loyalty earn rates set the points a customer earns per
      * dollar of sales, for one store or - with a blank store -
      * every store, from a start date through an end date; a
      * promotion period is simply a higher rate over a shorter run
      * of dates, and the highest rate in force on the day of the
      * sale is the one earned.  A rate is keyed on store + start
      * date.  The store (when given) must be on the store master,
      * the dates must run start to end and the rate be numeric.  A
      * change replaces the end date, rate and promotion name.
      *
       environment division.
       input-output section.
               assign "../../../data/returns_records.dat"
               organization is line sequential
               file status is ws-rr-file-status.
      *
           select promo-master-file
               assign "../../../data/PromotionMaster.dat"
               organization is line sequential
               file status is ws-promo-file-status.
      *
           select vendor-master-file
               assign "../../../data/VendorMaster.dat"
               organization is line sequential
               file status is ws-vendor-file-status.
      *
           select rate-history-file
               assign "../../../data/TaxRateHistory.dat"
               organization is line sequential
               file status is ws-rate-file-status.
      *
           select customer-master-file
               assign "../../../data/CustomerMaster.dat"
               organization is line sequential
               file status is ws-cust-file-status.
      *
           select calendar-file
               assign "../../../data/StoreCalendar.dat"
               organization is line sequential
               file status is ws-cal-file-status.
      *
           select sales-plan-file
               assign "../../../data/SalesPlan.dat"
               organization is line sequential
               file status is ws-plan-file-status.
      *
           select franchise-terms-file
               assign "../../../data/FranchiseTerms.dat"
               organization is line sequential
               file status is ws-frt-file-status.
      *
           select loyalty-rate-file
               assign "../../../data/LoyaltyRates.dat"
               organization is line sequential
               file status is ws-lyr-file-status.
      *
           select print-file
               assign "../../../data/maintenance_audit_report.out"
       data division.
       file section.
      * Maintenance transaction - a file id, an action code and the
      * full 50-character master-record image the action applies to
      * (the shorter images use the front and pad the rest).
       fd maint-trans-file
           data record is maint-record
           record contains 52 characters.
      *
       01 maint-record.
           05 maint-file-id                    pic x(1).
               88 maint-is-sku                 value "K".
               88 maint-is-store               value "T".
               88 maint-is-promo               value "P".
               88 maint-is-vendor              value "V".
               88 maint-is-rate                value "R".
               88 maint-is-customer            value "C".
               88 maint-is-calendar            value "O".
               88 maint-is-sales-plan          value "S".
               88 maint-is-franchise           value "F".
               88 maint-is-loyalty-rate        value "L".
           05 maint-action                     pic x(1).
               88 action-is-add                value "A".
               88 action-is-change             value "C".
               10 mnt-sku-status               pic x(1).
                   88 mnt-sku-status-valid     value "A" "D".
               10 mnt-sku-price                pic 9(5)v99.
               10 mnt-sku-cost                 pic 9(5)v99.
               10 mnt-sku-cost-x redefines mnt-sku-cost
                                               pic x(7).
           05 maint-store-image redefines maint-image.
               10 mnt-store-number             pic x(2).
               10 mnt-store-name               pic x(20).
               10 mnt-store-district-code      pic x(2).
               10 mnt-store-district-name      pic x(8).
               10 filler                       pic x(7).
           05 maint-promo-image redefines maint-image.
               10 mnt-promo-sku-code           pic x(15).
               10 mnt-promo-store-number       pic x(2).
               10 mnt-promo-start-date         pic 9(8).
               10 mnt-promo-end-date           pic 9(8).
               10 mnt-promo-price              pic 9(5)v99.
               10 filler                       pic x(3).
           05 maint-vendor-image redefines maint-image.
               10 mnt-vnd-sku-code             pic x(15).
               10 mnt-vnd-vendor-number        pic x(6).
               10 mnt-vnd-vendor-name          pic x(14).
               10 mnt-vnd-pack-size            pic 9(5).
               10 mnt-vnd-lead-time            pic 9(3).
               10 filler                       pic x(7).
           05 maint-rate-image redefines maint-image.
               10 mnt-rate-store-number        pic x(2).
               10 mnt-rate-effective-date      pic 9(8).
               10 mnt-rate-tax-rate            pic 9(2)v99.
               10 filler                       pic x(36).
           05 maint-customer-image redefines maint-image.
               10 mnt-cst-customer-number      pic x(6).
               10 mnt-cst-name                 pic x(20).
               10 mnt-cst-exempt-cert          pic x(15).
               10 mnt-cst-exempt-type          pic x(1).
                   88 mnt-cst-exempt-type-valid
                                               value "S" "C" "R" "G".
               10 mnt-cst-exempt-expiry        pic 9(8).
               10 mnt-cst-exempt-expiry-x redefines
                   mnt-cst-exempt-expiry       pic x(8).
           05 maint-calendar-image redefines maint-image.
               10 mnt-cal-type                 pic x(1).
                   88 mnt-cal-is-closure       value "C".
                   88 mnt-cal-is-opening       value "O".
                   88 mnt-cal-is-closing       value "X".
                   88 mnt-cal-type-valid       value "C" "O" "X".
               10 mnt-cal-store-number         pic x(2).
               10 mnt-cal-from-date            pic 9(8).
               10 mnt-cal-to-date              pic 9(8).
               10 mnt-cal-to-date-x redefines
                   mnt-cal-to-date             pic x(8).
               10 mnt-cal-reason               pic x(21).
               10 filler                       pic x(10).
           05 maint-plan-image redefines maint-image.
               10 mnt-spl-store-number         pic x(2).
               10 mnt-spl-period-key           pic 9(6).
               10 mnt-spl-period-key-r redefines
                   mnt-spl-period-key.
                   15 mnt-spl-period-year      pic 9(4).
                   15 mnt-spl-period-no        pic 9(2).
               10 mnt-spl-plan-amount          pic 9(9)v99.
               10 filler                       pic x(31).
           05 maint-franchise-image redefines maint-image.
               10 mnt-frt-store-number         pic x(2).
               10 mnt-frt-effective-date       pic 9(8).
               10 mnt-frt-store-type           pic x(1).
                   88 mnt-frt-is-corporate     value "C".
                   88 mnt-frt-is-franchised    value "F".
                   88 mnt-frt-type-valid       value "C" "F".
               10 mnt-frt-royalty-pct          pic 9(2)v99.
               10 mnt-frt-ad-fund-pct          pic 9(2)v99.
               10 mnt-frt-franchisee-number    pic x(6).
               10 mnt-frt-franchisee-name      pic x(20).
               10 filler                       pic x(5).
           05 maint-loyalty-rate-image redefines maint-image.
               10 mnt-lyr-store-number         pic x(2).
               10 mnt-lyr-start-date           pic 9(8).
               10 mnt-lyr-end-date             pic 9(8).
               10 mnt-lyr-points-rate          pic 9(2)v99.
               10 mnt-lyr-promo-name           pic x(20).
               10 filler                       pic x(8).
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
       fd store-master-file
           data record is store-master-record
           05 stm-tax-rate                     pic 9(2)v99.
           05 stm-district-code                pic x(2).
           05 stm-district-name                pic x(8).
      *
      * Promotion price master - SKU, store (blank = all stores), the
      * dates the promotion runs and its promo price.
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
      *
      * Vendor master - one record per SKU: the vendor it is ordered
      * from, the vendor's pack size and its lead time in days.
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
      * Tax rate history - a store, the date a rate took effect and
      * the rate.
       fd rate-history-file
           data record is rate-history-record
           record contains 14 characters.
      *
       01 rate-history-record.
           05 trh-store-number                 pic x(2).
           05 trh-effective-date               pic 9(8).
           05 trh-tax-rate                     pic 9(2)v99.
      *
      * Customer master - number, name and the customer's
      * tax-exemption certificate (blank when the customer pays tax).
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
      * Store operating calendar - C closure from / to (blank store =
      * every store), O store opening date, X store closing date.
       fd calendar-file
           data record is calendar-record
           record contains 40 characters.
      *
       01 calendar-record.
           05 cal-type                         pic x(1).
           05 cal-store-number                 pic x(2).
           05 cal-from-date                    pic 9(8).
           05 cal-to-date                      pic 9(8).
           05 cal-reason                       pic x(21).
      *
      * Sales plan - a store, the fiscal period (yyyypp) and the net
      * sales head office plans for the store in that period.
       fd sales-plan-file
           data record is sales-plan-record
           record contains 19 characters.
      *
       01 sales-plan-record.
           05 spl-store-number                 pic x(2).
           05 spl-period-key                   pic 9(6).
           05 spl-plan-amount                  pic 9(9)v99.
      *
      * Franchise terms - a store, the date the terms took effect,
      * C corporate or F franchised, the royalty and advertising-fund
      * percentages and the franchisee billed.
       fd franchise-terms-file
           data record is franchise-terms-record
           record contains 45 characters.
      *
       01 franchise-terms-record.
           05 frt-store-number                 pic x(2).
           05 frt-effective-date               pic 9(8).
           05 frt-store-type                   pic x(1).
           05 frt-royalty-pct                  pic 9(2)v99.
           05 frt-ad-fund-pct                  pic 9(2)v99.
           05 frt-franchisee-number            pic x(6).
           05 frt-franchisee-name              pic x(20).
      *
      * Loyalty earn rates - a store (blank = every store), the dates
      * the rate runs, the points earned per dollar and the name of
      * the promotion it belongs to (blank for the standing rate).
       fd loyalty-rate-file
           data record is loyalty-rate-record
           record contains 42 characters.
      *
       01 loyalty-rate-record.
           05 lyr-store-number                 pic x(2).
           05 lyr-start-date                   pic 9(8).
           05 lyr-end-date                     pic 9(8).
           05 lyr-points-rate                  pic 9(2)v99.
           05 lyr-promo-name                   pic x(20).
      *
       fd sl-file
           data record is sl-line

       77 ws-sl-file-status                    pic xx value spaces.
       77 ws-rr-file-status                    pic xx value spaces.
       77 ws-promo-file-status                 pic xx value spaces.
       77 ws-promo-eof-flag                    pic x value 'n'.
       77 ws-vendor-file-status                pic xx value spaces.
       77 ws-vendor-eof-flag                   pic x value 'n'.
       77 ws-rate-file-status                  pic xx value spaces.
       77 ws-rate-eof-flag                     pic x value 'n'.
       77 ws-cust-file-status                  pic xx value spaces.
       77 ws-cust-eof-flag                     pic x value 'n'.
       77 ws-cal-file-status                   pic xx value spaces.
       77 ws-cal-eof-flag                      pic x value 'n'.
       77 ws-plan-file-status                  pic xx value spaces.
       77 ws-plan-eof-flag                     pic x value 'n'.
       77 ws-frt-file-status                   pic xx value spaces.
       77 ws-frt-eof-flag                      pic x value 'n'.
       77 ws-lyr-file-status                   pic xx value spaces.
       77 ws-lyr-eof-flag                      pic x value 'n'.
       77 ws-maint-eof-flag                    pic x value 'n'.
       77 ws-sku-eof-flag                      pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
               10 ws-sku-tbl-desc              pic x(20).
               10 ws-sku-tbl-status            pic x(1).
               10 ws-sku-tbl-price             pic 9(5)v99.
               10 ws-sku-tbl-cost              pic 9(5)v99.
               10 ws-sku-tbl-deleted           pic x(1).

      * Store master table, with the same delete marker.
               10 ws-store-tbl-dist-name       pic x(8).
               10 ws-store-tbl-deleted         pic x(1).

      * Promotion master table, with the same delete marker.
       77 ws-promo-tbl-cnt                     pic 9(4) value 0.
       77 ws-promo-tbl-sub                     pic 9(4) value 0.
       77 ws-promo-match-sub                   pic 9(4) value 0.
       77 ws-promo-sku-save                    pic x(15) value spaces.
       77 ws-promo-overlap-flag                pic x value 'n'.
           88 promo-overlaps                   value 'y'.
       01 ws-promo-table.
           05 ws-promo-entry                   occurs 2000 times.
               10 ws-promo-tbl-sku             pic x(15).
               10 ws-promo-tbl-store           pic x(2).
               10 ws-promo-tbl-start           pic 9(8).
               10 ws-promo-tbl-end             pic 9(8).
               10 ws-promo-tbl-price           pic 9(5)v99.
               10 ws-promo-tbl-deleted         pic x(1).

      * Vendor master table, with the same delete marker.
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
               10 ws-vendor-tbl-deleted        pic x(1).

      * Tax rate history table, with the same delete marker.
       77 ws-rate-tbl-cnt                      pic 9(4) value 0.
       77 ws-rate-tbl-sub                      pic 9(4) value 0.
       77 ws-rate-match-sub                    pic 9(4) value 0.
       77 ws-rate-store-rows                   pic 9(4) value 0.
       77 ws-rate-rows-needed                  pic 9 value 0.
       01 ws-rate-table.
           05 ws-rate-entry                    occurs 500 times.
               10 ws-rate-tbl-store            pic x(2).
               10 ws-rate-tbl-effective        pic 9(8).
               10 ws-rate-tbl-rate             pic 9(2)v99.
               10 ws-rate-tbl-deleted          pic x(1).

      * Customer master table, with the same delete marker.
       77 ws-cust-tbl-cnt                      pic 9(4) value 0.
       77 ws-cust-tbl-sub                      pic 9(4) value 0.
       77 ws-cust-match-sub                    pic 9(4) value 0.
       01 ws-cust-table.
           05 ws-cust-entry                    occurs 5000 times.
               10 ws-cust-tbl-number           pic x(6).
               10 ws-cust-tbl-name             pic x(20).
               10 ws-cust-tbl-cert             pic x(15).
               10 ws-cust-tbl-type             pic x(1).
               10 ws-cust-tbl-expiry           pic 9(8).
               10 ws-cust-tbl-deleted          pic x(1).

      * Store calendar table, with the same delete marker.
       77 ws-cal-tbl-cnt                       pic 9(4) value 0.
       77 ws-cal-tbl-sub                       pic 9(4) value 0.
       77 ws-cal-match-sub                     pic 9(4) value 0.
       01 ws-cal-table.
           05 ws-cal-entry                     occurs 1000 times.
               10 ws-cal-tbl-type              pic x(1).
               10 ws-cal-tbl-store             pic x(2).
               10 ws-cal-tbl-from              pic 9(8).
               10 ws-cal-tbl-to                pic 9(8).
               10 ws-cal-tbl-reason            pic x(21).
               10 ws-cal-tbl-deleted           pic x(1).

      * Sales plan table, with the same delete marker.
       77 ws-plan-tbl-cnt                      pic 9(4) value 0.
       77 ws-plan-tbl-sub                      pic 9(4) value 0.
       77 ws-plan-match-sub                    pic 9(4) value 0.
       01 ws-plan-table.
           05 ws-plan-entry                    occurs 2000 times.
               10 ws-plan-tbl-store            pic x(2).
               10 ws-plan-tbl-period           pic 9(6).
               10 ws-plan-tbl-amount           pic 9(9)v99.
               10 ws-plan-tbl-deleted          pic x(1).

      * Franchise terms table, with the same delete marker.
       77 ws-frt-tbl-cnt                       pic 9(4) value 0.
       77 ws-frt-tbl-sub                       pic 9(4) value 0.
       77 ws-frt-match-sub                     pic 9(4) value 0.
       01 ws-frt-table.
           05 ws-frt-entry                     occurs 500 times.
               10 ws-frt-tbl-store             pic x(2).
               10 ws-frt-tbl-effective         pic 9(8).
               10 ws-frt-tbl-type              pic x(1).
               10 ws-frt-tbl-royalty           pic 9(2)v99.
               10 ws-frt-tbl-ad-fund           pic 9(2)v99.
               10 ws-frt-tbl-franchisee        pic x(6).
               10 ws-frt-tbl-fr-name           pic x(20).
               10 ws-frt-tbl-deleted           pic x(1).

      * Loyalty earn rate table, with the same delete marker.
       77 ws-lyr-tbl-cnt                       pic 9(4) value 0.
       77 ws-lyr-tbl-sub                       pic 9(4) value 0.
       77 ws-lyr-match-sub                     pic 9(4) value 0.
       01 ws-lyr-table.
           05 ws-lyr-entry                     occurs 500 times.
               10 ws-lyr-tbl-store             pic x(2).
               10 ws-lyr-tbl-start             pic 9(8).
               10 ws-lyr-tbl-end               pic 9(8).
               10 ws-lyr-tbl-rate              pic 9(2)v99.
               10 ws-lyr-tbl-promo             pic x(20).
               10 ws-lyr-tbl-deleted           pic x(1).

      * Stores with activity on today's extracts - a Delete of one of
      * these is rejected rather than orphaning the day's records.
       77 ws-activity-cnt                      pic 99 value 0.
       01 ws-tax-rate-work-x
           redefines ws-tax-rate-work          pic x(4).

      * Unit price (and cost) staged the same way for the SKU audit
      * images.
       01 ws-price-work                        pic 9(5)v99 value 0.
       01 ws-price-work-x
           redefines ws-price-work             pic x(7).

      * Promotion dates staged the same way for the promotion images.
       01 ws-date-image-work                   pic 9(8) value 0.
       01 ws-date-image-work-x
           redefines ws-date-image-work        pic x(8).

      * Pack size and lead time staged the same way for the vendor
      * images.
       01 ws-pack-work                         pic 9(5) value 0.
       01 ws-pack-work-x
           redefines ws-pack-work              pic x(5).
       01 ws-lead-work                         pic 9(3) value 0.
       01 ws-lead-work-x
           redefines ws-lead-work              pic x(3).

      * Plan period and amount staged the same way for the sales plan
      * images.
       01 ws-period-work                       pic 9(6) value 0.
       01 ws-period-work-x
           redefines ws-period-work            pic x(6).
       01 ws-plan-amount-work                  pic 9(9)v99 value 0.
       01 ws-plan-amount-work-x
           redefines ws-plan-amount-work       pic x(11).

       01 ws-report-heading.
           05 filler                           pic x(25) value
               "FINAL PROJECT - PROGRAM 9".
               "  Action ".
           05 ws-tel-action                    pic x(1).
           05 filler                           pic x(2) value spaces.
           05 ws-tel-image                     pic x(50).
           05 filler                           pic x(13) value spaces.

       01 ws-before-line.
           05 filler                           pic x(10) value
               "  Before: ".
           05 ws-bfl-image                     pic x(50).
           05 filler                           pic x(35) value spaces.

       01 ws-after-line.
           05 filler                           pic x(10) value
               "  After : ".
           05 ws-afl-image                     pic x(50).
           05 filler                           pic x(35) value spaces.

       01 ws-applied-line                      pic x(95) value
           "  APPLIED".
      *
           perform 050-load-sku-master.
           perform 060-load-store-master.
           perform 066-load-promo-master.
           perform 068-load-vendor-master.
           perform 062-load-rate-history.
           perform 056-load-customer-master.
           perform 058-load-calendar.
           perform 052-load-sales-plan.
           perform 071-load-franchise-terms.
           perform 073-load-loyalty-rates.
           perform 070-load-store-activity.

           open input maint-trans-file.
      * applied to the in-memory tables.
           perform 320-rewrite-sku-master.
           perform 330-rewrite-store-master.
           perform 340-rewrite-promo-master.
           perform 350-rewrite-vendor-master.
           perform 360-rewrite-rate-history.
           perform 370-rewrite-customer-master.
           perform 380-rewrite-calendar.
           perform 390-rewrite-sales-plan.
           perform 400-rewrite-franchise-terms.
           perform 410-rewrite-loyalty-rates.

           goback.
      *
                   move zeroes
                       to ws-sku-tbl-price(ws-sku-tbl-cnt)
               end-if
               if skm-unit-cost is numeric then
                   move skm-unit-cost
                       to ws-sku-tbl-cost(ws-sku-tbl-cnt)
               else
      * Master record cut before the unit cost went on - no cost
                   move zeroes
                       to ws-sku-tbl-cost(ws-sku-tbl-cnt)
               end-if
               move 'n'
                   to ws-sku-tbl-deleted(ws-sku-tbl-cnt)
           end-if.
               at end
                   move 'y'                to ws-sku-eof-flag.
      *
      * Load Customer Master File into working storage - a master cut
      * before the exemption fields reads as no certificate
      *
       056-load-customer-master.
           open input customer-master-file.

           if ws-cust-file-status = "35" then
               continue
           else
               read customer-master-file
                   at end
                       move 'y'            to ws-cust-eof-flag
               end-read
               perform 057-load-customer-loop
                   until ws-cust-eof-flag = 'y'
               close customer-master-file
           end-if.

       057-load-customer-loop.
           if ws-cust-tbl-cnt < 5000 then
               add 1                       to ws-cust-tbl-cnt
               move cst-customer-number
                   to ws-cust-tbl-number(ws-cust-tbl-cnt)
               move cst-name
                   to ws-cust-tbl-name(ws-cust-tbl-cnt)
               move cst-exempt-cert
                   to ws-cust-tbl-cert(ws-cust-tbl-cnt)
               move cst-exempt-type
                   to ws-cust-tbl-type(ws-cust-tbl-cnt)
               if cst-exempt-expiry is numeric then
                   move cst-exempt-expiry
                       to ws-cust-tbl-expiry(ws-cust-tbl-cnt)
               else
                   move zero
                       to ws-cust-tbl-expiry(ws-cust-tbl-cnt)
               end-if
               move 'n'
                   to ws-cust-tbl-deleted(ws-cust-tbl-cnt)
           end-if.

           read customer-master-file
               at end
                   move 'y'                to ws-cust-eof-flag.
      *
      * Load The Store Calendar into working storage - no calendar
      * yet means every store is open every day
      *
       058-load-calendar.
           open input calendar-file.

           if ws-cal-file-status = "35" then
               continue
           else
               read calendar-file
                   at end
                       move 'y'            to ws-cal-eof-flag
               end-read
               perform 059-load-calendar-loop
                   until ws-cal-eof-flag = 'y'
               close calendar-file
           end-if.

       059-load-calendar-loop.
           if ws-cal-tbl-cnt < 1000 then
               add 1                       to ws-cal-tbl-cnt
               move cal-type
                   to ws-cal-tbl-type(ws-cal-tbl-cnt)
               move cal-store-number
                   to ws-cal-tbl-store(ws-cal-tbl-cnt)
               move cal-from-date
                   to ws-cal-tbl-from(ws-cal-tbl-cnt)
               move cal-to-date
                   to ws-cal-tbl-to(ws-cal-tbl-cnt)
               move cal-reason
                   to ws-cal-tbl-reason(ws-cal-tbl-cnt)
               move 'n'
                   to ws-cal-tbl-deleted(ws-cal-tbl-cnt)
           end-if.

           read calendar-file
               at end
                   move 'y'                to ws-cal-eof-flag.
      *
      * Load The Sales Plan into working storage - no plan yet is an
      * empty table
      *
       052-load-sales-plan.
           open input sales-plan-file.

           if ws-plan-file-status = "35" then
               continue
           else
               read sales-plan-file
                   at end
                       move 'y'            to ws-plan-eof-flag
               end-read
               perform 053-load-sales-plan-loop
                   until ws-plan-eof-flag = 'y'
               close sales-plan-file
           end-if.

       053-load-sales-plan-loop.
           if ws-plan-tbl-cnt < 2000 then
               add 1                       to ws-plan-tbl-cnt
               move spl-store-number
                   to ws-plan-tbl-store(ws-plan-tbl-cnt)
               move spl-period-key
                   to ws-plan-tbl-period(ws-plan-tbl-cnt)
               move spl-plan-amount
                   to ws-plan-tbl-amount(ws-plan-tbl-cnt)
               move 'n'
                   to ws-plan-tbl-deleted(ws-plan-tbl-cnt)
           end-if.

           read sales-plan-file
               at end
                   move 'y'                to ws-plan-eof-flag.
      *
      * Load The Franchise Terms into working storage - no terms yet
      * means every store is corporate
      *
       071-load-franchise-terms.
           open input franchise-terms-file.

           if ws-frt-file-status = "35" then
               continue
           else
               read franchise-terms-file
                   at end
                       move 'y'            to ws-frt-eof-flag
               end-read
               perform 072-load-franchise-loop
                   until ws-frt-eof-flag = 'y'
               close franchise-terms-file
           end-if.

       072-load-franchise-loop.
           if ws-frt-tbl-cnt < 500 then
               add 1                       to ws-frt-tbl-cnt
               move frt-store-number
                   to ws-frt-tbl-store(ws-frt-tbl-cnt)
               move frt-effective-date
                   to ws-frt-tbl-effective(ws-frt-tbl-cnt)
               move frt-store-type
                   to ws-frt-tbl-type(ws-frt-tbl-cnt)
               move frt-royalty-pct
                   to ws-frt-tbl-royalty(ws-frt-tbl-cnt)
               move frt-ad-fund-pct
                   to ws-frt-tbl-ad-fund(ws-frt-tbl-cnt)
               move frt-franchisee-number
                   to ws-frt-tbl-franchisee(ws-frt-tbl-cnt)
               move frt-franchisee-name
                   to ws-frt-tbl-fr-name(ws-frt-tbl-cnt)
               move 'n'
                   to ws-frt-tbl-deleted(ws-frt-tbl-cnt)
           end-if.

           read franchise-terms-file
               at end
                   move 'y'                to ws-frt-eof-flag.
      *
      * Load The Loyalty Earn Rates into working storage - no rates
      * yet means every sale earns at the standing rate
      *
       073-load-loyalty-rates.
           open input loyalty-rate-file.

           if ws-lyr-file-status = "35" then
               continue
           else
               read loyalty-rate-file
                   at end
                       move 'y'            to ws-lyr-eof-flag
               end-read
               perform 074-load-loyalty-rate-loop
                   until ws-lyr-eof-flag = 'y'
               close loyalty-rate-file
           end-if.

       074-load-loyalty-rate-loop.
           if ws-lyr-tbl-cnt < 500 then
               add 1                       to ws-lyr-tbl-cnt
               move lyr-store-number
                   to ws-lyr-tbl-store(ws-lyr-tbl-cnt)
               move lyr-start-date
                   to ws-lyr-tbl-start(ws-lyr-tbl-cnt)
               move lyr-end-date
                   to ws-lyr-tbl-end(ws-lyr-tbl-cnt)
               move lyr-points-rate
                   to ws-lyr-tbl-rate(ws-lyr-tbl-cnt)
               move lyr-promo-name
                   to ws-lyr-tbl-promo(ws-lyr-tbl-cnt)
               move 'n'
                   to ws-lyr-tbl-deleted(ws-lyr-tbl-cnt)
           end-if.

           read loyalty-rate-file
               at end
                   move 'y'                to ws-lyr-eof-flag.
      *
      * Load Store Master File into working storage
      *
       060-load-store-master.
               at end
                   move 'y'                to ws-store-eof-flag.
      *
      * Load Promotion Master File into working storage - there is
      * none until the first promotion is added
      *
       066-load-promo-master.
           open input promo-master-file.

           if ws-promo-file-status = "35" then
               continue
           else
               read promo-master-file
                   at end
                       move 'y'            to ws-promo-eof-flag
               end-read
               perform 067-load-promo-loop
                   until ws-promo-eof-flag = 'y'
               close promo-master-file
           end-if.

       067-load-promo-loop.
           if ws-promo-tbl-cnt < 2000 then
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
               move 'n'
                   to ws-promo-tbl-deleted(ws-promo-tbl-cnt)
           end-if.

           read promo-master-file
               at end
                   move 'y'                to ws-promo-eof-flag.
      *
      * Load Vendor Master File into working storage - there is none
      * until the first vendor link is added
      *
       068-load-vendor-master.
           open input vendor-master-file.

           if ws-vendor-file-status = "35" then
               continue
           else
               read vendor-master-file
                   at end
                       move 'y'            to ws-vendor-eof-flag
               end-read
               perform 069-load-vendor-loop
                   until ws-vendor-eof-flag = 'y'
               close vendor-master-file
           end-if.

       069-load-vendor-loop.
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
               move 'n'
                   to ws-vendor-tbl-deleted(ws-vendor-tbl-cnt)
           end-if.

           read vendor-master-file
               at end
                   move 'y'                to ws-vendor-eof-flag.
      *
      * Load The Tax Rate History into working storage - there is none
      * until the first rate change is added
      *
       062-load-rate-history.
           open input rate-history-file.

           if ws-rate-file-status = "35" then
               continue
           else
               read rate-history-file
                   at end
                       move 'y'            to ws-rate-eof-flag
               end-read
               perform 063-load-rate-loop
                   until ws-rate-eof-flag = 'y'
               close rate-history-file
           end-if.

       063-load-rate-loop.
           if ws-rate-tbl-cnt < 500 then
               add 1                       to ws-rate-tbl-cnt
               move trh-store-number
                   to ws-rate-tbl-store(ws-rate-tbl-cnt)
               move trh-effective-date
                   to ws-rate-tbl-effective(ws-rate-tbl-cnt)
               move trh-tax-rate
                   to ws-rate-tbl-rate(ws-rate-tbl-cnt)
               move 'n'
                   to ws-rate-tbl-deleted(ws-rate-tbl-cnt)
           end-if.

           read rate-history-file
               at end
                   move 'y'                to ws-rate-eof-flag.
      *
      * Note Which Stores Have Activity On Today's Extracts - the
      * extracts may not exist yet when maintenance runs before the
      * daily chain, which counts as no activity.
               if maint-is-store then
                   perform 120-process-store-trans
               else
                   if maint-is-promo then
                       perform 160-process-promo-trans
                   else
                       if maint-is-vendor then
                           perform 190-process-vendor-trans
                       else
                           if maint-is-rate then
                               perform 200-process-rate-trans
                           else
                           if maint-is-customer then
                               perform 220-process-customer-trans
                           else
                           if maint-is-calendar then
                               perform 230-process-calendar-trans
                           else
                           if maint-is-sales-plan then
                               perform 240-process-plan-trans
                           else
                           if maint-is-franchise then
                               perform 250-process-franchise-trans
                           else
                           if maint-is-loyalty-rate then
                               perform 260-process-loyalty-rate-trans
                           else
                               move
                           "FILE ID MUST BE K,T,P,V,R,C,O,S,F OR L"
                                           to ws-reject-reason
                           end-if
                           end-if
                           end-if
                           end-if
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

                       if mnt-sku-price is not numeric then
                           move "UNIT PRICE MUST BE NUMERIC"
                                           to ws-reject-reason
                       else
                       if (mnt-sku-cost-x not = spaces) and
                          (mnt-sku-cost is not numeric) then
                           move "UNIT COST MUST BE NUMERIC"
                                           to ws-reject-reason
                       else
                           perform 117-add-sku-entry
                       end-if
                       end-if
                   end-if
               end-if
           else
                       if mnt-sku-price is not numeric then
                           move "UNIT PRICE MUST BE NUMERIC"
                                           to ws-reject-reason
                       else
                       if (mnt-sku-cost-x not = spaces) and
                          (mnt-sku-cost is not numeric) then
                           move "UNIT COST MUST BE NUMERIC"
                                           to ws-reject-reason
                       else
                           perform 118-change-sku-entry
                       end-if
                       end-if
                   end-if
               end-if
           else
                   to ws-sku-tbl-status(ws-sku-tbl-cnt)
               move mnt-sku-price
                   to ws-sku-tbl-price(ws-sku-tbl-cnt)
               if mnt-sku-cost-x = spaces then
                   move zeroes
                       to ws-sku-tbl-cost(ws-sku-tbl-cnt)
               else
                   move mnt-sku-cost
                       to ws-sku-tbl-cost(ws-sku-tbl-cnt)
               end-if
               move 'n'
                   to ws-sku-tbl-deleted(ws-sku-tbl-cnt)
               perform 150-print-sku-after
               to ws-sku-tbl-status(ws-sku-match-sub).
           move mnt-sku-price
               to ws-sku-tbl-price(ws-sku-match-sub).
           if mnt-sku-cost-x not = spaces then
               move mnt-sku-cost
                   to ws-sku-tbl-cost(ws-sku-match-sub)
           end-if.
           perform 151-print-sku-after-change.
      *
       119-delete-sku-entry.
           move ws-sku-tbl-price(ws-sku-match-sub)
               to ws-price-work.
           move ws-price-work-x            to ws-bfl-image(37:7).
           move ws-sku-tbl-cost(ws-sku-match-sub)
               to ws-price-work.
           move ws-price-work-x            to ws-bfl-image(44:7).
           write print-line from ws-before-line
               after advancing 1 line.
      *
           move ws-sku-tbl-price(ws-sku-match-sub)
               to ws-price-work.
           move ws-price-work-x            to ws-afl-image(37:7).
           move ws-sku-tbl-cost(ws-sku-match-sub)
               to ws-price-work.
           move ws-price-work-x            to ws-afl-image(44:7).
           write print-line from ws-after-line
               after advancing 1 line.
      *
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Promotion Transaction To The Promotion Table
      *
       160-process-promo-trans.
           perform 165-find-promo-entry.

           if action-is-add then
               if ws-promo-match-sub > 0 then
                   move "DUPLICATE PROMOTION - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 170-edit-promo-fields
                   if ws-reject-reason = spaces then
                       perform 175-add-promo-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-promo-match-sub = 0 then
                   move "PROMOTION NOT ON MASTER - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 170-edit-promo-fields
                   if ws-reject-reason = spaces then
                       perform 176-change-promo-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-promo-match-sub = 0 then
                   move "PROMOTION NOT ON MASTER - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 177-delete-promo-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
       165-find-promo-entry.
           move zero                       to ws-promo-match-sub.

           perform varying ws-promo-tbl-sub from 1 by 1
               until ws-promo-tbl-sub > ws-promo-tbl-cnt
                   if (mnt-promo-sku-code =
                       ws-promo-tbl-sku(ws-promo-tbl-sub)) and
                      (mnt-promo-store-number =
                       ws-promo-tbl-store(ws-promo-tbl-sub)) and
                      (mnt-promo-start-date =
                       ws-promo-tbl-start(ws-promo-tbl-sub)) and
                      (ws-promo-tbl-deleted(ws-promo-tbl-sub) = 'n')
                   then
                       move ws-promo-tbl-sub to ws-promo-match-sub
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Promotion - the SKU and store must
      * be on their masters (as maintained so far this run), the
      * dates must run start to end, the price must be set, and no
      * other promotion for the SKU and store may share a day
      *
       170-edit-promo-fields.
           perform 115-find-sku-entry.

           if ws-sku-match-sub = 0 then
               move "PROMO SKU NOT ON SKU MASTER"
                                           to ws-reject-reason
           end-if.

      * The store lookup reads the store view of the image, which
      * shares its first bytes with the promotion's SKU - the SKU is
      * held aside and put back after
           if (ws-reject-reason = spaces) and
              (mnt-promo-store-number not = spaces) then
               move mnt-promo-sku-code     to ws-promo-sku-save
               move mnt-promo-store-number to mnt-store-number
               perform 125-find-store-entry
               move ws-promo-sku-save      to mnt-promo-sku-code
               if ws-store-match-sub = 0 then
                   move "PROMO STORE NOT ON STORE MASTER"
                                           to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               if (mnt-promo-start-date is not numeric) or
                  (mnt-promo-end-date is not numeric) or
                  (mnt-promo-start-date = zero) or
                  (mnt-promo-end-date < mnt-promo-start-date) then
                   move "PROMO DATES MUST RUN START TO END"
                                           to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               if (mnt-promo-price is not numeric) or
                  (mnt-promo-price = zero) then
                   move "PROMO PRICE MUST BE NUMERIC, NOT ZERO"
                                           to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               perform 172-check-promo-overlap
               if promo-overlaps then
                   move "OVERLAPS ANOTHER PROMOTION FOR SKU/STORE"
                                           to ws-reject-reason
               end-if
           end-if.
      *
       172-check-promo-overlap.
           move 'n'                        to ws-promo-overlap-flag.

           perform varying ws-promo-tbl-sub from 1 by 1
               until ws-promo-tbl-sub > ws-promo-tbl-cnt
                   if (ws-promo-tbl-sub not = ws-promo-match-sub) and
                      (ws-promo-tbl-deleted(ws-promo-tbl-sub) = 'n')
                      and
                      (mnt-promo-sku-code =
                       ws-promo-tbl-sku(ws-promo-tbl-sub)) and
                      (mnt-promo-store-number =
                       ws-promo-tbl-store(ws-promo-tbl-sub)) and
                      (mnt-promo-start-date not >
                       ws-promo-tbl-end(ws-promo-tbl-sub)) and
                      (mnt-promo-end-date not <
                       ws-promo-tbl-start(ws-promo-tbl-sub)) then
                       move 'y'            to ws-promo-overlap-flag
                   end-if
           end-perform.
      *
       175-add-promo-entry.
           if ws-promo-tbl-cnt < 2000 then
               add 1                       to ws-promo-tbl-cnt
               move mnt-promo-sku-code
                   to ws-promo-tbl-sku(ws-promo-tbl-cnt)
               move mnt-promo-store-number
                   to ws-promo-tbl-store(ws-promo-tbl-cnt)
               move mnt-promo-start-date
                   to ws-promo-tbl-start(ws-promo-tbl-cnt)
               move mnt-promo-end-date
                   to ws-promo-tbl-end(ws-promo-tbl-cnt)
               move mnt-promo-price
                   to ws-promo-tbl-price(ws-promo-tbl-cnt)
               move 'n'
                   to ws-promo-tbl-deleted(ws-promo-tbl-cnt)
               move ws-promo-tbl-cnt       to ws-promo-match-sub
               perform 182-print-promo-after
           else
               move "PROMO MASTER TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       176-change-promo-entry.
           perform 181-print-promo-before.
           move mnt-promo-end-date
               to ws-promo-tbl-end(ws-promo-match-sub).
           move mnt-promo-price
               to ws-promo-tbl-price(ws-promo-match-sub).
           perform 182-print-promo-after.
      *
       177-delete-promo-entry.
           perform 181-print-promo-before.
           move 'y'
               to ws-promo-tbl-deleted(ws-promo-match-sub).
      *
      * Print A Promotion Entry's Before/After Image On The Audit
      * Report
      *
       181-print-promo-before.
           move spaces                     to ws-bfl-image.
           move ws-promo-tbl-sku(ws-promo-match-sub)
               to ws-bfl-image(1:15).
           move ws-promo-tbl-store(ws-promo-match-sub)
               to ws-bfl-image(16:2).
           move ws-promo-tbl-start(ws-promo-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(18:8).
           move ws-promo-tbl-end(ws-promo-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(26:8).
           move ws-promo-tbl-price(ws-promo-match-sub)
               to ws-price-work.
           move ws-price-work-x            to ws-bfl-image(34:7).
           write print-line from ws-before-line
               after advancing 1 line.

       182-print-promo-after.
           move spaces                     to ws-afl-image.
           move ws-promo-tbl-sku(ws-promo-match-sub)
               to ws-afl-image(1:15).
           move ws-promo-tbl-store(ws-promo-match-sub)
               to ws-afl-image(16:2).
           move ws-promo-tbl-start(ws-promo-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(18:8).
           move ws-promo-tbl-end(ws-promo-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(26:8).
           move ws-promo-tbl-price(ws-promo-match-sub)
               to ws-price-work.
           move ws-price-work-x            to ws-afl-image(34:7).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Vendor Master Transaction To The Vendor Table
      *
       190-process-vendor-trans.
           perform 195-find-vendor-entry.

           if action-is-add then
               if ws-vendor-match-sub > 0 then
                   move "DUPLICATE VENDOR LINK - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 196-edit-vendor-fields
                   if ws-reject-reason = spaces then
                       perform 197-add-vendor-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-vendor-match-sub = 0 then
                   move "VENDOR NOT ON MASTER - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 196-edit-vendor-fields
                   if ws-reject-reason = spaces then
                       perform 198-change-vendor-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-vendor-match-sub = 0 then
                   move "VENDOR NOT ON MASTER - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 199-delete-vendor-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
       195-find-vendor-entry.
           move zero                       to ws-vendor-match-sub.

           perform varying ws-vendor-tbl-sub from 1 by 1
               until ws-vendor-tbl-sub > ws-vendor-tbl-cnt
                   if (mnt-vnd-sku-code =
                       ws-vendor-tbl-sku(ws-vendor-tbl-sub)) and
                      (ws-vendor-tbl-deleted(ws-vendor-tbl-sub) = 'n')
                   then
                       move ws-vendor-tbl-sub to ws-vendor-match-sub
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Vendor Link - the SKU must be on the
      * SKU master (as maintained so far this run), the vendor given,
      * the pack size at least one and the lead time numeric
      *
       196-edit-vendor-fields.
           perform 115-find-sku-entry.

           if ws-sku-match-sub = 0 then
               move "VENDOR SKU NOT ON SKU MASTER"
                                           to ws-reject-reason
           else
               if mnt-vnd-vendor-number = spaces then
                   move "VENDOR NUMBER MUST BE GIVEN"
                                           to ws-reject-reason
               else
                   if (mnt-vnd-pack-size is not numeric) or
                      (mnt-vnd-pack-size = zero) then
                       move "PACK SIZE MUST BE NUMERIC, NOT ZERO"
                                           to ws-reject-reason
                   else
                       if mnt-vnd-lead-time is not numeric then
                           move "LEAD TIME MUST BE NUMERIC"
                                           to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.
      *
       197-add-vendor-entry.
           if ws-vendor-tbl-cnt < 2000 then
               add 1                       to ws-vendor-tbl-cnt
               move mnt-vnd-sku-code
                   to ws-vendor-tbl-sku(ws-vendor-tbl-cnt)
               move mnt-vnd-vendor-number
                   to ws-vendor-tbl-number(ws-vendor-tbl-cnt)
               move mnt-vnd-vendor-name
                   to ws-vendor-tbl-name(ws-vendor-tbl-cnt)
               move mnt-vnd-pack-size
                   to ws-vendor-tbl-pack(ws-vendor-tbl-cnt)
               move mnt-vnd-lead-time
                   to ws-vendor-tbl-lead(ws-vendor-tbl-cnt)
               move 'n'
                   to ws-vendor-tbl-deleted(ws-vendor-tbl-cnt)
               move ws-vendor-tbl-cnt      to ws-vendor-match-sub
               perform 184-print-vendor-after
           else
               move "VENDOR MASTER TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       198-change-vendor-entry.
           perform 183-print-vendor-before.
           move mnt-vnd-vendor-number
               to ws-vendor-tbl-number(ws-vendor-match-sub).
           move mnt-vnd-vendor-name
               to ws-vendor-tbl-name(ws-vendor-match-sub).
           move mnt-vnd-pack-size
               to ws-vendor-tbl-pack(ws-vendor-match-sub).
           move mnt-vnd-lead-time
               to ws-vendor-tbl-lead(ws-vendor-match-sub).
           perform 184-print-vendor-after.
      *
       199-delete-vendor-entry.
           perform 183-print-vendor-before.
           move 'y'
               to ws-vendor-tbl-deleted(ws-vendor-match-sub).
      *
      * Print A Vendor Entry's Before/After Image On The Audit Report
      *
       183-print-vendor-before.
           move spaces                     to ws-bfl-image.
           move ws-vendor-tbl-sku(ws-vendor-match-sub)
               to ws-bfl-image(1:15).
           move ws-vendor-tbl-number(ws-vendor-match-sub)
               to ws-bfl-image(16:6).
           move ws-vendor-tbl-name(ws-vendor-match-sub)
               to ws-bfl-image(22:14).
           move ws-vendor-tbl-pack(ws-vendor-match-sub)
               to ws-pack-work.
           move ws-pack-work-x             to ws-bfl-image(36:5).
           move ws-vendor-tbl-lead(ws-vendor-match-sub)
               to ws-lead-work.
           move ws-lead-work-x             to ws-bfl-image(41:3).
           write print-line from ws-before-line
               after advancing 1 line.

       184-print-vendor-after.
           move spaces                     to ws-afl-image.
           move ws-vendor-tbl-sku(ws-vendor-match-sub)
               to ws-afl-image(1:15).
           move ws-vendor-tbl-number(ws-vendor-match-sub)
               to ws-afl-image(16:6).
           move ws-vendor-tbl-name(ws-vendor-match-sub)
               to ws-afl-image(22:14).
           move ws-vendor-tbl-pack(ws-vendor-match-sub)
               to ws-pack-work.
           move ws-pack-work-x             to ws-afl-image(36:5).
           move ws-vendor-tbl-lead(ws-vendor-match-sub)
               to ws-lead-work.
           move ws-lead-work-x             to ws-afl-image(41:3).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Tax Rate History Transaction To The Rate Table
      *
       200-process-rate-trans.
           perform 205-find-rate-entry.

           if action-is-add then
               if ws-rate-match-sub > 0 then
                   move "DUPLICATE RATE DATE - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 206-edit-rate-fields
                   if ws-reject-reason = spaces then
                       perform 207-add-rate-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-rate-match-sub = 0 then
                   move "RATE NOT ON HISTORY - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 206-edit-rate-fields
                   if ws-reject-reason = spaces then
                       perform 208-change-rate-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-rate-match-sub = 0 then
                   move "RATE NOT ON HISTORY - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 209-delete-rate-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
      * Find The Entry For The Store + Effective Date, counting the
      * store's live entries on the way
      *
       205-find-rate-entry.
           move zero                       to ws-rate-match-sub.
           move zero                       to ws-rate-store-rows.

           perform varying ws-rate-tbl-sub from 1 by 1
               until ws-rate-tbl-sub > ws-rate-tbl-cnt
                   if (mnt-rate-store-number =
                       ws-rate-tbl-store(ws-rate-tbl-sub)) and
                      (ws-rate-tbl-deleted(ws-rate-tbl-sub) = 'n')
                   then
                       add 1               to ws-rate-store-rows
                       if mnt-rate-effective-date =
                          ws-rate-tbl-effective(ws-rate-tbl-sub) then
                           move ws-rate-tbl-sub
                                           to ws-rate-match-sub
                       end-if
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Rate - the store must be on the store
      * master (as maintained so far this run; the store number sits
      * where the store view expects it), and the date and rate must
      * be numeric
      *
       206-edit-rate-fields.
           perform 125-find-store-entry.

           if ws-store-match-sub = 0 then
               move "RATE STORE NOT ON STORE MASTER"
                                           to ws-reject-reason
           else
               if mnt-rate-effective-date is not numeric then
                   move "EFFECTIVE DATE MUST BE NUMERIC"
                                           to ws-reject-reason
               else
                   if mnt-rate-tax-rate is not numeric then
                       move "TAX RATE MUST BE NUMERIC"
                                           to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
      * The store's first dated rate also puts its store master rate
      * on as the opening entry, so days before the change keep it
      *
       207-add-rate-entry.
      * A store's first dated rate also takes an opening entry at the
      * store master rate - room for both is checked before either
      * is added, so a full table never leaves the opening behind
           move 1                          to ws-rate-rows-needed.
           if (ws-rate-store-rows = 0) and
              (mnt-rate-effective-date > zero) then
               move 2                      to ws-rate-rows-needed
           end-if.

           if ws-rate-tbl-cnt + ws-rate-rows-needed > 500 then
               move "RATE HISTORY TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           else
               if ws-rate-rows-needed = 2 then
                   add 1                   to ws-rate-tbl-cnt
                   move mnt-rate-store-number
                       to ws-rate-tbl-store(ws-rate-tbl-cnt)
                   move zero
                       to ws-rate-tbl-effective(ws-rate-tbl-cnt)
                   move ws-store-tbl-tax-rate(ws-store-match-sub)
                       to ws-rate-tbl-rate(ws-rate-tbl-cnt)
                   move 'n'
                       to ws-rate-tbl-deleted(ws-rate-tbl-cnt)
                   move ws-rate-tbl-cnt    to ws-rate-match-sub
                   perform 186-print-rate-after
               end-if
               add 1                       to ws-rate-tbl-cnt
               move mnt-rate-store-number
                   to ws-rate-tbl-store(ws-rate-tbl-cnt)
               move mnt-rate-effective-date
                   to ws-rate-tbl-effective(ws-rate-tbl-cnt)
               move mnt-rate-tax-rate
                   to ws-rate-tbl-rate(ws-rate-tbl-cnt)
               move 'n'
                   to ws-rate-tbl-deleted(ws-rate-tbl-cnt)
               move ws-rate-tbl-cnt        to ws-rate-match-sub
               perform 186-print-rate-after
           end-if.
      *
       208-change-rate-entry.
           perform 185-print-rate-before.
           move mnt-rate-tax-rate
               to ws-rate-tbl-rate(ws-rate-match-sub).
           perform 186-print-rate-after.
      *
       209-delete-rate-entry.
           perform 185-print-rate-before.
           move 'y'
               to ws-rate-tbl-deleted(ws-rate-match-sub).
      *
      * Print A Rate Entry's Before/After Image On The Audit Report
      *
       185-print-rate-before.
           move spaces                     to ws-bfl-image.
           move ws-rate-tbl-store(ws-rate-match-sub)
               to ws-bfl-image(1:2).
           move ws-rate-tbl-effective(ws-rate-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(3:8).
           move ws-rate-tbl-rate(ws-rate-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-bfl-image(11:4).
           write print-line from ws-before-line
               after advancing 1 line.

       186-print-rate-after.
           move spaces                     to ws-afl-image.
           move ws-rate-tbl-store(ws-rate-match-sub)
               to ws-afl-image(1:2).
           move ws-rate-tbl-effective(ws-rate-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(3:8).
           move ws-rate-tbl-rate(ws-rate-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-afl-image(11:4).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Customer Master Transaction To The Customer Table
      *
       220-process-customer-trans.
           perform 225-find-customer-entry.

           if action-is-add then
               if ws-cust-match-sub > 0 then
                   move "DUPLICATE CUSTOMER - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 226-edit-customer-fields
                   if ws-reject-reason = spaces then
                       perform 227-add-customer-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-cust-match-sub = 0 then
                   move "CUSTOMER NOT ON MASTER - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 226-edit-customer-fields
                   if ws-reject-reason = spaces then
                       perform 228-change-customer-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-cust-match-sub = 0 then
                   move "CUSTOMER NOT ON MASTER - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 229-delete-customer-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
       225-find-customer-entry.
           move zero                       to ws-cust-match-sub.

           perform varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt
                   if (mnt-cst-customer-number =
                       ws-cust-tbl-number(ws-cust-tbl-sub)) and
                      (ws-cust-tbl-deleted(ws-cust-tbl-sub) = 'n')
                   then
                       move ws-cust-tbl-sub to ws-cust-match-sub
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Customer - a number must be given; a
      * certificate needs a valid exemption type and an expiry date,
      * and no certificate means no type and no expiry either
      *
       226-edit-customer-fields.
           if mnt-cst-customer-number = spaces then
               move "CUSTOMER NUMBER MUST BE GIVEN"
                                           to ws-reject-reason
           else
               if mnt-cst-exempt-cert = spaces then
                   if (mnt-cst-exempt-type not = space) or
                      ((mnt-cst-exempt-expiry-x not = spaces) and
                       (mnt-cst-exempt-expiry-x not = "00000000"))
                   then
                       move "EXEMPT TYPE/EXPIRY NEED A CERTIFICATE"
                                           to ws-reject-reason
                   end-if
               else
                   if not mnt-cst-exempt-type-valid then
                       move "EXEMPT TYPE MUST BE S, C, R OR G"
                                           to ws-reject-reason
                   else
                       if (mnt-cst-exempt-expiry is not numeric) or
                          (mnt-cst-exempt-expiry = zero) then
                           move "CERTIFICATE EXPIRY DATE MUST BE GIVEN"
                                           to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.
      *
       227-add-customer-entry.
           if ws-cust-tbl-cnt < 5000 then
               add 1                       to ws-cust-tbl-cnt
               move ws-cust-tbl-cnt        to ws-cust-match-sub
               move mnt-cst-customer-number
                   to ws-cust-tbl-number(ws-cust-match-sub)
               perform 223-move-customer-fields
               move 'n'
                   to ws-cust-tbl-deleted(ws-cust-match-sub)
               perform 188-print-customer-after
           else
               move "CUSTOMER MASTER TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       228-change-customer-entry.
           perform 187-print-customer-before.
           perform 223-move-customer-fields.
           perform 188-print-customer-after.
      *
       229-delete-customer-entry.
           perform 187-print-customer-before.
           move 'y'
               to ws-cust-tbl-deleted(ws-cust-match-sub).
      *
      * Move The Transaction's Name And Exemption Onto The Entry
      *
       223-move-customer-fields.
           move mnt-cst-name
               to ws-cust-tbl-name(ws-cust-match-sub).
           move mnt-cst-exempt-cert
               to ws-cust-tbl-cert(ws-cust-match-sub).
           move mnt-cst-exempt-type
               to ws-cust-tbl-type(ws-cust-match-sub).
           if mnt-cst-exempt-cert = spaces then
               move zero
                   to ws-cust-tbl-expiry(ws-cust-match-sub)
           else
               move mnt-cst-exempt-expiry
                   to ws-cust-tbl-expiry(ws-cust-match-sub)
           end-if.
      *
      * Print A Customer Entry's Before/After Image On The Audit
      * Report
      *
       187-print-customer-before.
           move spaces                     to ws-bfl-image.
           move ws-cust-tbl-number(ws-cust-match-sub)
               to ws-bfl-image(1:6).
           move ws-cust-tbl-name(ws-cust-match-sub)
               to ws-bfl-image(7:20).
           move ws-cust-tbl-cert(ws-cust-match-sub)
               to ws-bfl-image(27:15).
           move ws-cust-tbl-type(ws-cust-match-sub)
               to ws-bfl-image(42:1).
           move ws-cust-tbl-expiry(ws-cust-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(43:8).
           write print-line from ws-before-line
               after advancing 1 line.

       188-print-customer-after.
           move spaces                     to ws-afl-image.
           move ws-cust-tbl-number(ws-cust-match-sub)
               to ws-afl-image(1:6).
           move ws-cust-tbl-name(ws-cust-match-sub)
               to ws-afl-image(7:20).
           move ws-cust-tbl-cert(ws-cust-match-sub)
               to ws-afl-image(27:15).
           move ws-cust-tbl-type(ws-cust-match-sub)
               to ws-afl-image(42:1).
           move ws-cust-tbl-expiry(ws-cust-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(43:8).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Store Calendar Transaction To The Calendar Table
      *
       230-process-calendar-trans.
           perform 235-find-calendar-entry.

           if action-is-add then
               if ws-cal-match-sub > 0 then
                   move "DUPLICATE CALENDAR ENTRY - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 236-edit-calendar-fields
                   if ws-reject-reason = spaces then
                       perform 237-add-calendar-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-cal-match-sub = 0 then
                   move "NOT ON CALENDAR - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 236-edit-calendar-fields
                   if ws-reject-reason = spaces then
                       perform 238-change-calendar-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-cal-match-sub = 0 then
                   move "NOT ON CALENDAR - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 239-delete-calendar-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
      * Find The Entry - a closure by type + store + from date, an
      * opening or closing date by type + store alone
      *
       235-find-calendar-entry.
           move zero                       to ws-cal-match-sub.

           perform varying ws-cal-tbl-sub from 1 by 1
               until ws-cal-tbl-sub > ws-cal-tbl-cnt
                   if (mnt-cal-type =
                       ws-cal-tbl-type(ws-cal-tbl-sub)) and
                      (mnt-cal-store-number =
                       ws-cal-tbl-store(ws-cal-tbl-sub)) and
                      (ws-cal-tbl-deleted(ws-cal-tbl-sub) = 'n')
                   then
                       if mnt-cal-is-closure then
                           if mnt-cal-from-date =
                              ws-cal-tbl-from(ws-cal-tbl-sub) then
                               move ws-cal-tbl-sub
                                           to ws-cal-match-sub
                           end-if
                       else
                           move ws-cal-tbl-sub
                                           to ws-cal-match-sub
                       end-if
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Calendar Entry - a valid type, the
      * store on the store master (a closure may leave it blank for
      * the whole chain), numeric dates, and a closure running from
      * its from date to its to date
      *
       236-edit-calendar-fields.
           if not mnt-cal-type-valid then
               move "CALENDAR TYPE MUST BE C, O OR X"
                                           to ws-reject-reason
           else
               move zero                   to ws-store-match-sub
               if (mnt-cal-store-number = spaces) and
                  (mnt-cal-is-closure) then
                   move 1                  to ws-store-match-sub
               else
                   perform varying ws-store-tbl-sub from 1 by 1
                       until ws-store-tbl-sub > ws-store-tbl-cnt
                           if (mnt-cal-store-number =
                               ws-store-tbl-number(ws-store-tbl-sub))
                              and (ws-store-tbl-deleted
                                   (ws-store-tbl-sub) = 'n')
                           then
                               move ws-store-tbl-sub
                                           to ws-store-match-sub
                           end-if
                   end-perform
               end-if
               if ws-store-match-sub = 0 then
                   move "CALENDAR STORE NOT ON STORE MASTER"
                                           to ws-reject-reason
               else
                   if mnt-cal-from-date is not numeric then
                       move "CALENDAR DATE MUST BE NUMERIC"
                                           to ws-reject-reason
                   else
                       if mnt-cal-is-closure then
                           if mnt-cal-to-date is not numeric then
                               move "CLOSURE TO DATE MUST BE NUMERIC"
                                           to ws-reject-reason
                           else
                               if mnt-cal-to-date <
                                  mnt-cal-from-date then
                                   move "CLOSURE ENDS BEFORE IT STARTS"
                                           to ws-reject-reason
                               end-if
                           end-if
                       else
                           move zero       to mnt-cal-to-date
                       end-if
                   end-if
               end-if
           end-if.
      *
       237-add-calendar-entry.
           if ws-cal-tbl-cnt < 1000 then
               add 1                       to ws-cal-tbl-cnt
               move mnt-cal-type
                   to ws-cal-tbl-type(ws-cal-tbl-cnt)
               move mnt-cal-store-number
                   to ws-cal-tbl-store(ws-cal-tbl-cnt)
               move mnt-cal-from-date
                   to ws-cal-tbl-from(ws-cal-tbl-cnt)
               move mnt-cal-to-date
                   to ws-cal-tbl-to(ws-cal-tbl-cnt)
               move mnt-cal-reason
                   to ws-cal-tbl-reason(ws-cal-tbl-cnt)
               move 'n'
                   to ws-cal-tbl-deleted(ws-cal-tbl-cnt)
               move ws-cal-tbl-cnt         to ws-cal-match-sub
               perform 179-print-calendar-after
           else
               move "CALENDAR TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       238-change-calendar-entry.
           perform 178-print-calendar-before.
           if not mnt-cal-is-closure then
               move mnt-cal-from-date
                   to ws-cal-tbl-from(ws-cal-match-sub)
           end-if.
           move mnt-cal-to-date
               to ws-cal-tbl-to(ws-cal-match-sub).
           move mnt-cal-reason
               to ws-cal-tbl-reason(ws-cal-match-sub).
           perform 179-print-calendar-after.
      *
       239-delete-calendar-entry.
           perform 178-print-calendar-before.
           move 'y'
               to ws-cal-tbl-deleted(ws-cal-match-sub).
      *
      * Print A Calendar Entry's Before/After Image On The Audit Report
      *
       178-print-calendar-before.
           move spaces                     to ws-bfl-image.
           move ws-cal-tbl-type(ws-cal-match-sub)
               to ws-bfl-image(1:1).
           move ws-cal-tbl-store(ws-cal-match-sub)
               to ws-bfl-image(2:2).
           move ws-cal-tbl-from(ws-cal-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(4:8).
           move ws-cal-tbl-to(ws-cal-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(12:8).
           move ws-cal-tbl-reason(ws-cal-match-sub)
               to ws-bfl-image(20:21).
           write print-line from ws-before-line
               after advancing 1 line.

       179-print-calendar-after.
           move spaces                     to ws-afl-image.
           move ws-cal-tbl-type(ws-cal-match-sub)
               to ws-afl-image(1:1).
           move ws-cal-tbl-store(ws-cal-match-sub)
               to ws-afl-image(2:2).
           move ws-cal-tbl-from(ws-cal-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(4:8).
           move ws-cal-tbl-to(ws-cal-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(12:8).
           move ws-cal-tbl-reason(ws-cal-match-sub)
               to ws-afl-image(20:21).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Sales Plan Transaction To The Plan Table
      *
       240-process-plan-trans.
           perform 245-find-plan-entry.

           if action-is-add then
               if ws-plan-match-sub > 0 then
                   move "DUPLICATE SALES PLAN - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 246-edit-plan-fields
                   if ws-reject-reason = spaces then
                       perform 247-add-plan-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-plan-match-sub = 0 then
                   move "NOT ON SALES PLAN - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 246-edit-plan-fields
                   if ws-reject-reason = spaces then
                       perform 248-change-plan-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-plan-match-sub = 0 then
                   move "NOT ON SALES PLAN - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 249-delete-plan-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
      * Find The Entry By Store + Period
      *
       245-find-plan-entry.
           move zero                       to ws-plan-match-sub.

           perform varying ws-plan-tbl-sub from 1 by 1
               until ws-plan-tbl-sub > ws-plan-tbl-cnt
                   if (mnt-spl-store-number =
                       ws-plan-tbl-store(ws-plan-tbl-sub)) and
                      (mnt-spl-period-key =
                       ws-plan-tbl-period(ws-plan-tbl-sub)) and
                      (ws-plan-tbl-deleted(ws-plan-tbl-sub) = 'n')
                   then
                       move ws-plan-tbl-sub
                                           to ws-plan-match-sub
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Plan - the store on the store master,
      * a numeric period numbered 01 through 12 and a numeric amount
      *
       246-edit-plan-fields.
           move zero                       to ws-store-match-sub.
           perform varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt
                   if (mnt-spl-store-number =
                       ws-store-tbl-number(ws-store-tbl-sub)) and
                      (ws-store-tbl-deleted(ws-store-tbl-sub) = 'n')
                   then
                       move ws-store-tbl-sub
                                           to ws-store-match-sub
                   end-if
           end-perform.

           if ws-store-match-sub = 0 then
               move "PLAN STORE NOT ON STORE MASTER"
                                           to ws-reject-reason
           else
               if (mnt-spl-period-key is not numeric) or
                  (mnt-spl-period-year = zero) or
                  (mnt-spl-period-no < 1) or
                  (mnt-spl-period-no > 12) then
                   move "PLAN PERIOD MUST BE YYYYPP, PP 01-12"
                                           to ws-reject-reason
               else
                   if mnt-spl-plan-amount is not numeric then
                       move "PLAN AMOUNT MUST BE NUMERIC"
                                           to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
       247-add-plan-entry.
           if ws-plan-tbl-cnt < 2000 then
               add 1                       to ws-plan-tbl-cnt
               move mnt-spl-store-number
                   to ws-plan-tbl-store(ws-plan-tbl-cnt)
               move mnt-spl-period-key
                   to ws-plan-tbl-period(ws-plan-tbl-cnt)
               move mnt-spl-plan-amount
                   to ws-plan-tbl-amount(ws-plan-tbl-cnt)
               move 'n'
                   to ws-plan-tbl-deleted(ws-plan-tbl-cnt)
               move ws-plan-tbl-cnt        to ws-plan-match-sub
               perform 174-print-plan-after
           else
               move "SALES PLAN TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       248-change-plan-entry.
           perform 173-print-plan-before.
           move mnt-spl-plan-amount
               to ws-plan-tbl-amount(ws-plan-match-sub).
           perform 174-print-plan-after.
      *
       249-delete-plan-entry.
           perform 173-print-plan-before.
           move 'y'
               to ws-plan-tbl-deleted(ws-plan-match-sub).
      *
      * Print A Sales Plan's Before/After Image On The Audit Report
      *
       173-print-plan-before.
           move spaces                     to ws-bfl-image.
           move ws-plan-tbl-store(ws-plan-match-sub)
               to ws-bfl-image(1:2).
           move ws-plan-tbl-period(ws-plan-match-sub)
               to ws-period-work.
           move ws-period-work-x           to ws-bfl-image(3:6).
           move ws-plan-tbl-amount(ws-plan-match-sub)
               to ws-plan-amount-work.
           move ws-plan-amount-work-x      to ws-bfl-image(9:11).
           write print-line from ws-before-line
               after advancing 1 line.

       174-print-plan-after.
           move spaces                     to ws-afl-image.
           move ws-plan-tbl-store(ws-plan-match-sub)
               to ws-afl-image(1:2).
           move ws-plan-tbl-period(ws-plan-match-sub)
               to ws-period-work.
           move ws-period-work-x           to ws-afl-image(3:6).
           move ws-plan-tbl-amount(ws-plan-match-sub)
               to ws-plan-amount-work.
           move ws-plan-amount-work-x      to ws-afl-image(9:11).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Franchise Terms Transaction To The Terms Table
      *
       250-process-franchise-trans.
           perform 255-find-franchise-entry.

           if action-is-add then
               if ws-frt-match-sub > 0 then
                   move "DUPLICATE TERMS DATE - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 256-edit-franchise-fields
                   if ws-reject-reason = spaces then
                       perform 257-add-franchise-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-frt-match-sub = 0 then
                   move "NOT ON FRANCHISE TERMS - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 256-edit-franchise-fields
                   if ws-reject-reason = spaces then
                       perform 258-change-franchise-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-frt-match-sub = 0 then
                   move "NOT ON FRANCHISE TERMS - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 259-delete-franchise-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
      * Find The Entry For The Store + Effective Date
      *
       255-find-franchise-entry.
           move zero                       to ws-frt-match-sub.

           perform varying ws-frt-tbl-sub from 1 by 1
               until ws-frt-tbl-sub > ws-frt-tbl-cnt
                   if (mnt-frt-store-number =
                       ws-frt-tbl-store(ws-frt-tbl-sub)) and
                      (mnt-frt-effective-date =
                       ws-frt-tbl-effective(ws-frt-tbl-sub)) and
                      (ws-frt-tbl-deleted(ws-frt-tbl-sub) = 'n')
                   then
                       move ws-frt-tbl-sub to ws-frt-match-sub
                   end-if
           end-perform.
      *
      * Edit Added Or Changed Terms - the store on the store master
      * (the store number sits where the store view expects it), a
      * numeric date, a valid type, and for a franchised store numeric
      * percentages and a franchisee; a corporate entry is cleared of
      * both
      *
       256-edit-franchise-fields.
           perform 125-find-store-entry.

           if ws-store-match-sub = 0 then
               move "TERMS STORE NOT ON STORE MASTER"
                                           to ws-reject-reason
           else
               if (mnt-frt-effective-date is not numeric) or
                  (mnt-frt-effective-date = zero) then
                   move "EFFECTIVE DATE MUST BE NUMERIC"
                                           to ws-reject-reason
               else
                   if not mnt-frt-type-valid then
                       move "STORE TYPE MUST BE C OR F"
                                           to ws-reject-reason
                   else
                       if mnt-frt-is-franchised then
                           if (mnt-frt-royalty-pct is not numeric) or
                              (mnt-frt-ad-fund-pct is not numeric)
                           then
                               move "ROYALTY/AD FUND % MUST BE NUMERIC"
                                           to ws-reject-reason
                           else
                               if mnt-frt-franchisee-number = spaces
                               then
                                   move "FRANCHISEE MUST BE GIVEN"
                                           to ws-reject-reason
                               end-if
                           end-if
                       else
                           move zero       to mnt-frt-royalty-pct
                           move zero       to mnt-frt-ad-fund-pct
                           move spaces
                               to mnt-frt-franchisee-number
                           move spaces
                               to mnt-frt-franchisee-name
                       end-if
                   end-if
               end-if
           end-if.
      *
       257-add-franchise-entry.
           if ws-frt-tbl-cnt < 500 then
               add 1                       to ws-frt-tbl-cnt
               move mnt-frt-store-number
                   to ws-frt-tbl-store(ws-frt-tbl-cnt)
               move mnt-frt-effective-date
                   to ws-frt-tbl-effective(ws-frt-tbl-cnt)
               move mnt-frt-store-type
                   to ws-frt-tbl-type(ws-frt-tbl-cnt)
               move mnt-frt-royalty-pct
                   to ws-frt-tbl-royalty(ws-frt-tbl-cnt)
               move mnt-frt-ad-fund-pct
                   to ws-frt-tbl-ad-fund(ws-frt-tbl-cnt)
               move mnt-frt-franchisee-number
                   to ws-frt-tbl-franchisee(ws-frt-tbl-cnt)
               move mnt-frt-franchisee-name
                   to ws-frt-tbl-fr-name(ws-frt-tbl-cnt)
               move 'n'
                   to ws-frt-tbl-deleted(ws-frt-tbl-cnt)
               move ws-frt-tbl-cnt         to ws-frt-match-sub
               perform 192-print-franchise-after
           else
               move "FRANCHISE TERMS TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       258-change-franchise-entry.
           perform 191-print-franchise-before.
           move mnt-frt-store-type
               to ws-frt-tbl-type(ws-frt-match-sub).
           move mnt-frt-royalty-pct
               to ws-frt-tbl-royalty(ws-frt-match-sub).
           move mnt-frt-ad-fund-pct
               to ws-frt-tbl-ad-fund(ws-frt-match-sub).
           move mnt-frt-franchisee-number
               to ws-frt-tbl-franchisee(ws-frt-match-sub).
           move mnt-frt-franchisee-name
               to ws-frt-tbl-fr-name(ws-frt-match-sub).
           perform 192-print-franchise-after.
      *
       259-delete-franchise-entry.
           perform 191-print-franchise-before.
           move 'y'
               to ws-frt-tbl-deleted(ws-frt-match-sub).
      *
      * Print A Franchise Terms Entry's Before/After Image On The
      * Audit Report
      *
       191-print-franchise-before.
           move spaces                     to ws-bfl-image.
           move ws-frt-tbl-store(ws-frt-match-sub)
               to ws-bfl-image(1:2).
           move ws-frt-tbl-effective(ws-frt-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(3:8).
           move ws-frt-tbl-type(ws-frt-match-sub)
               to ws-bfl-image(11:1).
           move ws-frt-tbl-royalty(ws-frt-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-bfl-image(12:4).
           move ws-frt-tbl-ad-fund(ws-frt-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-bfl-image(16:4).
           move ws-frt-tbl-franchisee(ws-frt-match-sub)
               to ws-bfl-image(20:6).
           move ws-frt-tbl-fr-name(ws-frt-match-sub)
               to ws-bfl-image(26:20).
           write print-line from ws-before-line
               after advancing 1 line.

       192-print-franchise-after.
           move spaces                     to ws-afl-image.
           move ws-frt-tbl-store(ws-frt-match-sub)
               to ws-afl-image(1:2).
           move ws-frt-tbl-effective(ws-frt-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(3:8).
           move ws-frt-tbl-type(ws-frt-match-sub)
               to ws-afl-image(11:1).
           move ws-frt-tbl-royalty(ws-frt-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-afl-image(12:4).
           move ws-frt-tbl-ad-fund(ws-frt-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-afl-image(16:4).
           move ws-frt-tbl-franchisee(ws-frt-match-sub)
               to ws-afl-image(20:6).
           move ws-frt-tbl-fr-name(ws-frt-match-sub)
               to ws-afl-image(26:20).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Apply One Loyalty Earn Rate Transaction To The Rate Table
      *
       260-process-loyalty-rate-trans.
           perform 265-find-loyalty-rate-entry.

           if action-is-add then
               if ws-lyr-match-sub > 0 then
                   move "DUPLICATE RATE START - ADD REJECTED"
                                           to ws-reject-reason
               else
                   perform 266-edit-loyalty-rate-fields
                   if ws-reject-reason = spaces then
                       perform 267-add-loyalty-rate-entry
                   end-if
               end-if
           else
           if action-is-change then
               if ws-lyr-match-sub = 0 then
                   move "NOT ON LOYALTY RATES - CHANGE REJECTED"
                                           to ws-reject-reason
               else
                   perform 266-edit-loyalty-rate-fields
                   if ws-reject-reason = spaces then
                       perform 268-change-loyalty-rate-entry
                   end-if
               end-if
           else
           if action-is-delete then
               if ws-lyr-match-sub = 0 then
                   move "NOT ON LOYALTY RATES - DELETE REJECTED"
                                           to ws-reject-reason
               else
                   perform 269-delete-loyalty-rate-entry
               end-if
           else
               move "ACTION MUST BE A, C OR D"
                                           to ws-reject-reason
           end-if
           end-if
           end-if.
      *
      * Find The Entry For The Store + Start Date
      *
       265-find-loyalty-rate-entry.
           move zero                       to ws-lyr-match-sub.

           perform varying ws-lyr-tbl-sub from 1 by 1
               until ws-lyr-tbl-sub > ws-lyr-tbl-cnt
                   if (mnt-lyr-store-number =
                       ws-lyr-tbl-store(ws-lyr-tbl-sub)) and
                      (mnt-lyr-start-date =
                       ws-lyr-tbl-start(ws-lyr-tbl-sub)) and
                      (ws-lyr-tbl-deleted(ws-lyr-tbl-sub) = 'n')
                   then
                       move ws-lyr-tbl-sub to ws-lyr-match-sub
                   end-if
           end-perform.
      *
      * Edit An Added Or Changed Rate - the store (when given) on the
      * store master (the store number sits where the store view
      * expects it), dates running start to end and a numeric rate
      *
       266-edit-loyalty-rate-fields.
           if mnt-lyr-store-number not = spaces then
               perform 125-find-store-entry
               if ws-store-match-sub = 0 then
                   move "RATE STORE NOT ON STORE MASTER"
                                           to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               if (mnt-lyr-start-date is not numeric) or
                  (mnt-lyr-end-date is not numeric) or
                  (mnt-lyr-start-date = zero) or
                  (mnt-lyr-end-date < mnt-lyr-start-date) then
                   move "RATE DATES MUST RUN START TO END"
                                           to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               if mnt-lyr-points-rate is not numeric then
                   move "POINTS PER DOLLAR MUST BE NUMERIC"
                                           to ws-reject-reason
               end-if
           end-if.
      *
       267-add-loyalty-rate-entry.
           if ws-lyr-tbl-cnt < 500 then
               add 1                       to ws-lyr-tbl-cnt
               move mnt-lyr-store-number
                   to ws-lyr-tbl-store(ws-lyr-tbl-cnt)
               move mnt-lyr-start-date
                   to ws-lyr-tbl-start(ws-lyr-tbl-cnt)
               move mnt-lyr-end-date
                   to ws-lyr-tbl-end(ws-lyr-tbl-cnt)
               move mnt-lyr-points-rate
                   to ws-lyr-tbl-rate(ws-lyr-tbl-cnt)
               move mnt-lyr-promo-name
                   to ws-lyr-tbl-promo(ws-lyr-tbl-cnt)
               move 'n'
                   to ws-lyr-tbl-deleted(ws-lyr-tbl-cnt)
               move ws-lyr-tbl-cnt         to ws-lyr-match-sub
               perform 194-print-loyalty-rate-after
           else
               move "LOYALTY RATE TABLE FULL - ADD REJECTED"
                                           to ws-reject-reason
           end-if.
      *
       268-change-loyalty-rate-entry.
           perform 193-print-loyalty-rate-before.
           move mnt-lyr-end-date
               to ws-lyr-tbl-end(ws-lyr-match-sub).
           move mnt-lyr-points-rate
               to ws-lyr-tbl-rate(ws-lyr-match-sub).
           move mnt-lyr-promo-name
               to ws-lyr-tbl-promo(ws-lyr-match-sub).
           perform 194-print-loyalty-rate-after.
      *
       269-delete-loyalty-rate-entry.
           perform 193-print-loyalty-rate-before.
           move 'y'
               to ws-lyr-tbl-deleted(ws-lyr-match-sub).
      *
      * Print A Loyalty Earn Rate Entry's Before/After Image On The
      * Audit Report
      *
       193-print-loyalty-rate-before.
           move spaces                     to ws-bfl-image.
           move ws-lyr-tbl-store(ws-lyr-match-sub)
               to ws-bfl-image(1:2).
           move ws-lyr-tbl-start(ws-lyr-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(3:8).
           move ws-lyr-tbl-end(ws-lyr-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-bfl-image(11:8).
           move ws-lyr-tbl-rate(ws-lyr-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-bfl-image(19:4).
           move ws-lyr-tbl-promo(ws-lyr-match-sub)
               to ws-bfl-image(23:20).
           write print-line from ws-before-line
               after advancing 1 line.

       194-print-loyalty-rate-after.
           move spaces                     to ws-afl-image.
           move ws-lyr-tbl-store(ws-lyr-match-sub)
               to ws-afl-image(1:2).
           move ws-lyr-tbl-start(ws-lyr-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(3:8).
           move ws-lyr-tbl-end(ws-lyr-match-sub)
               to ws-date-image-work.
           move ws-date-image-work-x       to ws-afl-image(11:8).
           move ws-lyr-tbl-rate(ws-lyr-match-sub)
               to ws-tax-rate-work.
           move ws-tax-rate-work-x         to ws-afl-image(19:4).
           move ws-lyr-tbl-promo(ws-lyr-match-sub)
               to ws-afl-image(23:20).
           write print-line from ws-after-line
               after advancing 1 line.
      *
      * Print Footer
      *
       300-print-footer.
           move ws-trans-cnt               to ws-ttl-trans-val.
           write print-line from ws-total-trans-line
               after advancing 2 line.

           move ws-applied-cnt             to ws-ttl-applied-val.
           write print-line from ws-total-applied-line
               after advancing 1 line.

           move ws-rejected-cnt            to ws-ttl-rejected-val.
           write print-line from ws-total-rejected-line
               after advancing 1 line.
      *
      * Rewrite The SKU Master From The Table, Skipping Deletes
      *
       320-rewrite-sku-master.
           open output sku-master-file.

           perform 325-write-sku-entry
               varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt.

           close sku-master-file.

       325-write-sku-entry.
           if ws-sku-tbl-deleted(ws-sku-tbl-sub) = 'n' then
               move ws-sku-tbl-code(ws-sku-tbl-sub)
                   to skm-sku-code
               move ws-sku-tbl-desc(ws-sku-tbl-sub)
                   to skm-description
               move ws-sku-tbl-status(ws-sku-tbl-sub)
                   to skm-status
               move ws-sku-tbl-price(ws-sku-tbl-sub)
                   to skm-unit-price
               move ws-sku-tbl-cost(ws-sku-tbl-sub)
                   to skm-unit-cost
               write sku-master-record
           end-if.
      *
      * Rewrite The Store Master From The Table, Skipping Deletes
      *
       330-rewrite-store-master.
           open output store-master-file.

           perform 335-write-store-entry
               varying ws-store-tbl-sub from 1 by 1
               until ws-store-tbl-sub > ws-store-tbl-cnt.

           close store-master-file.

       335-write-store-entry.
           if ws-store-tbl-deleted(ws-store-tbl-sub) = 'n' then
               move spaces                 to store-master-record
               move ws-store-tbl-number(ws-store-tbl-sub)
                   to stm-store-number
               write store-master-record
           end-if.

      *
      * Rewrite The Promotion Master From The Table, Skipping Deletes
      *
       340-rewrite-promo-master.
           open output promo-master-file.

           perform 345-write-promo-entry
               varying ws-promo-tbl-sub from 1 by 1
               until ws-promo-tbl-sub > ws-promo-tbl-cnt.

           close promo-master-file.

       345-write-promo-entry.
           if ws-promo-tbl-deleted(ws-promo-tbl-sub) = 'n' then
               move spaces                 to promo-master-record
               move ws-promo-tbl-sku(ws-promo-tbl-sub)
                   to prm-sku-code
               move ws-promo-tbl-store(ws-promo-tbl-sub)
                   to prm-store-number
               move ws-promo-tbl-start(ws-promo-tbl-sub)
                   to prm-start-date
               move ws-promo-tbl-end(ws-promo-tbl-sub)
                   to prm-end-date
               move ws-promo-tbl-price(ws-promo-tbl-sub)
                   to prm-promo-price
               write promo-master-record
           end-if.
      *
      * Rewrite The Vendor Master From The Table, Skipping Deletes
      *
       350-rewrite-vendor-master.
           open output vendor-master-file.

           perform 355-write-vendor-entry
               varying ws-vendor-tbl-sub from 1 by 1
               until ws-vendor-tbl-sub > ws-vendor-tbl-cnt.

           close vendor-master-file.

       355-write-vendor-entry.
           if ws-vendor-tbl-deleted(ws-vendor-tbl-sub) = 'n' then
               move ws-vendor-tbl-sku(ws-vendor-tbl-sub)
                   to vnd-sku-code
               move ws-vendor-tbl-number(ws-vendor-tbl-sub)
                   to vnd-vendor-number
               move ws-vendor-tbl-name(ws-vendor-tbl-sub)
                   to vnd-vendor-name
               move ws-vendor-tbl-pack(ws-vendor-tbl-sub)
                   to vnd-pack-size
               move ws-vendor-tbl-lead(ws-vendor-tbl-sub)
                   to vnd-lead-time-days
               write vendor-master-record
           end-if.
      *
      * Rewrite The Tax Rate History From The Table, Skipping Deletes
      *
       360-rewrite-rate-history.
           open output rate-history-file.

           perform 365-write-rate-entry
               varying ws-rate-tbl-sub from 1 by 1
               until ws-rate-tbl-sub > ws-rate-tbl-cnt.

           close rate-history-file.

       365-write-rate-entry.
           if ws-rate-tbl-deleted(ws-rate-tbl-sub) = 'n' then
               move ws-rate-tbl-store(ws-rate-tbl-sub)
                   to trh-store-number
               move ws-rate-tbl-effective(ws-rate-tbl-sub)
                   to trh-effective-date
               move ws-rate-tbl-rate(ws-rate-tbl-sub)
                   to trh-tax-rate
               write rate-history-record
           end-if.

      *
      * Rewrite The Customer Master From The Table, Skipping Deletes
      *
       370-rewrite-customer-master.
           open output customer-master-file.

           perform 375-write-customer-entry
               varying ws-cust-tbl-sub from 1 by 1
               until ws-cust-tbl-sub > ws-cust-tbl-cnt.

           close customer-master-file.

       375-write-customer-entry.
           if ws-cust-tbl-deleted(ws-cust-tbl-sub) = 'n' then
               move ws-cust-tbl-number(ws-cust-tbl-sub)
                   to cst-customer-number
               move ws-cust-tbl-name(ws-cust-tbl-sub)
                   to cst-name
               move ws-cust-tbl-cert(ws-cust-tbl-sub)
                   to cst-exempt-cert
               move ws-cust-tbl-type(ws-cust-tbl-sub)
                   to cst-exempt-type
               move ws-cust-tbl-expiry(ws-cust-tbl-sub)
                   to cst-exempt-expiry
               write customer-master-record
           end-if.

      *
      * Rewrite The Store Calendar From The Table, Skipping Deletes
      *
       380-rewrite-calendar.
           open output calendar-file.

           perform 385-write-calendar-entry
               varying ws-cal-tbl-sub from 1 by 1
               until ws-cal-tbl-sub > ws-cal-tbl-cnt.

           close calendar-file.

       385-write-calendar-entry.
           if ws-cal-tbl-deleted(ws-cal-tbl-sub) = 'n' then
               move ws-cal-tbl-type(ws-cal-tbl-sub)
                   to cal-type
               move ws-cal-tbl-store(ws-cal-tbl-sub)
                   to cal-store-number
               move ws-cal-tbl-from(ws-cal-tbl-sub)
                   to cal-from-date
               move ws-cal-tbl-to(ws-cal-tbl-sub)
                   to cal-to-date
               move ws-cal-tbl-reason(ws-cal-tbl-sub)
                   to cal-reason
               write calendar-record
           end-if.

      *
      * Rewrite The Sales Plan From The Table, Skipping Deletes
      *
       390-rewrite-sales-plan.
           open output sales-plan-file.

           perform 395-write-plan-entry
               varying ws-plan-tbl-sub from 1 by 1
               until ws-plan-tbl-sub > ws-plan-tbl-cnt.

           close sales-plan-file.

       395-write-plan-entry.
           if ws-plan-tbl-deleted(ws-plan-tbl-sub) = 'n' then
               move ws-plan-tbl-store(ws-plan-tbl-sub)
                   to spl-store-number
               move ws-plan-tbl-period(ws-plan-tbl-sub)
                   to spl-period-key
               move ws-plan-tbl-amount(ws-plan-tbl-sub)
                   to spl-plan-amount
               write sales-plan-record
           end-if.

      *
      * Rewrite The Franchise Terms From The Table, Skipping Deletes
      *
       400-rewrite-franchise-terms.
           open output franchise-terms-file.

           perform 405-write-franchise-entry
               varying ws-frt-tbl-sub from 1 by 1
               until ws-frt-tbl-sub > ws-frt-tbl-cnt.

           close franchise-terms-file.

       405-write-franchise-entry.
           if ws-frt-tbl-deleted(ws-frt-tbl-sub) = 'n' then
               move ws-frt-tbl-store(ws-frt-tbl-sub)
                   to frt-store-number
               move ws-frt-tbl-effective(ws-frt-tbl-sub)
                   to frt-effective-date
               move ws-frt-tbl-type(ws-frt-tbl-sub)
                   to frt-store-type
               move ws-frt-tbl-royalty(ws-frt-tbl-sub)
                   to frt-royalty-pct
               move ws-frt-tbl-ad-fund(ws-frt-tbl-sub)
                   to frt-ad-fund-pct
               move ws-frt-tbl-franchisee(ws-frt-tbl-sub)
                   to frt-franchisee-number
               move ws-frt-tbl-fr-name(ws-frt-tbl-sub)
                   to frt-franchisee-name
               write franchise-terms-record
           end-if.

      *
      * Rewrite The Loyalty Earn Rates From The Table, Skipping
      * Deletes
      *
       410-rewrite-loyalty-rates.
           open output loyalty-rate-file.

           perform 415-write-loyalty-rate-entry
               varying ws-lyr-tbl-sub from 1 by 1
               until ws-lyr-tbl-sub > ws-lyr-tbl-cnt.

           close loyalty-rate-file.

       415-write-loyalty-rate-entry.
           if ws-lyr-tbl-deleted(ws-lyr-tbl-sub) = 'n' then
               move ws-lyr-tbl-store(ws-lyr-tbl-sub)
                   to lyr-store-number
               move ws-lyr-tbl-start(ws-lyr-tbl-sub)
                   to lyr-start-date
               move ws-lyr-tbl-end(ws-lyr-tbl-sub)
                   to lyr-end-date
               move ws-lyr-tbl-rate(ws-lyr-tbl-sub)
                   to lyr-points-rate
               move ws-lyr-tbl-promo(ws-lyr-tbl-sub)
                   to lyr-promo-name
               write loyalty-rate-record
           end-if.

       end program program9.
