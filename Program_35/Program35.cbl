       identification division.
       program-id. program35.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Promotion results report.  For every promotion
      * on the promotion price master, the units and dollars sold
      * during the promotion are set against the same number of days
      * immediately before it, from the per-SKU movement history, so
      * merchandising can see whether a markdown actually moved
      * product.  A store promotion counts that store's movement, an
      * all-stores promotion every store's.  A promotion still
      * running is measured over the days it has run so far; one not
      * yet started is listed without figures.  Run on demand.
      *
       environment division.
       input-output section.
       file-control.
           select promo-master-file
               assign "../../../data/PromotionMaster.dat"
               organization is line sequential
               file status is ws-promo-file-status.
      *
           select movement-file
               assign "../../../data/SkuMovement.dat"
               organization is line sequential
               file status is ws-move-file-status.
      *
           select sku-master-file
               assign "../../../data/SKUMaster.dat"
               organization is line sequential.
      *
           select print-file
               assign "../../../data/promotion_results_report.out"
               organization is line sequential.
      *
       data division.
       file section.
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
      * Permanent per-SKU daily movement - one record per SKU +
      * store per cycle.
       fd movement-file
           data record is movement-record
           record contains 41 characters.
      *
       01 movement-record.
           05 mov-business-date                pic 9(8).
           05 mov-sku-code                     pic x(15).
           05 mov-store-number                 pic x(2).
           05 mov-units                        pic 9(5).
           05 mov-amount                       pic 9(9)v99.
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
       fd print-file
           record contains 95 characters
           data record is print-line.
      *
       01 print-line                           pic x(95).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-promo-file-status                 pic xx value spaces.
       77 ws-move-file-status                  pic xx value spaces.
       77 ws-promo-eof-flag                    pic x value 'n'.
       77 ws-move-eof-flag                     pic x value 'n'.
       77 ws-sku-eof-flag                      pic x value 'n'.

      * SKU master descriptions for the report.
       77 ws-sku-tbl-cnt                       pic 9(4) value 0.
       77 ws-sku-tbl-sub                       pic 9(4) value 0.
       01 ws-sku-table.
           05 ws-sku-entry                     occurs 2000 times.
               10 ws-sku-tbl-code              pic x(15).
               10 ws-sku-tbl-desc              pic x(20).

      * One entry per promotion - its measured window (the start to
      * the end, or to the latest movement date while it is still
      * running), the matching window before it and the two sets of
      * totals.
       77 ws-promo-tbl-cnt                     pic 9(4) value 0.
       77 ws-promo-tbl-sub                     pic 9(4) value 0.
       77 ws-promo-overflow-flag               pic x value 'n'.
       01 ws-promo-table.
           05 ws-promo-entry                   occurs 2000 times.
               10 ws-pt-sku                    pic x(15).
               10 ws-pt-store                  pic x(2).
               10 ws-pt-start                  pic 9(8).
               10 ws-pt-end                    pic 9(8).
               10 ws-pt-price                  pic 9(5)v99.
               10 ws-pt-measure-end            pic 9(8).
               10 ws-pt-days                   pic 9(3).
               10 ws-pt-prior-start            pic 9(8).
               10 ws-pt-prior-end              pic 9(8).
               10 ws-pt-status                 pic x(1).
                   88 pt-not-started           value "N".
                   88 pt-running               value "R".
                   88 pt-ended                 value "E".
               10 ws-pt-promo-units            pic 9(7).
               10 ws-pt-promo-amount           pic 9(9)v99.
               10 ws-pt-prior-units            pic 9(7).
               10 ws-pt-prior-amount           pic 9(9)v99.

       77 ws-latest-date                       pic 9(8) value 0.
       77 ws-day-cnt                           pic 9(3) value 0.
       77 ws-lift-pct                          pic s9(5)v9 value 0.
       77 ws-lift-cnt                          pic 9(4) value 0.
       77 ws-no-lift-cnt                       pic 9(4) value 0.
       77 ws-pending-cnt                       pic 9(4) value 0.

      * Calendar arithmetic one day at a time, leap years by four,
      * as the movement and trend reports figure their windows.
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
               "FINAL PROJECT - PROGRAM 35".
           05 filler                           pic x(49) value spaces.
           05 filler                           pic x(20) value
               "Group 6 : Smit Patel".

       01 ws-report-heading-2.
           05 ws-rh-date                       pic 9(6) value zeroes.
           05 filler                           pic x(4) value spaces.
           05 ws-rh-time                       pic 9(7) value zeroes.
           05 filler                           pic x(65) value spaces.
           05 filler                           pic x(13) value
               "Devansh Patel".

       01 ws-page-heading.
           05 filler                           pic x(33) value spaces.
           05 filler                           pic x(26) value
               "Promotion Results Report".
           05 filler                           pic x(36) value spaces.

       01 ws-promo-header-1.
           05 filler                           pic x(15) value
               "SKU Code".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(20) value
               "Description".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value
               "Store".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(19) value
               "Promotion Dates".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(4) value
               "Days".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(11) value
               "Promo Price".
           05 filler                           pic x(11) value spaces.

       01 ws-promo-header-2.
           05 filler                           pic x(17) value spaces.
           05 filler                           pic x(6) value
               "Period".
           05 filler                           pic x(6) value spaces.
           05 filler                           pic x(5) value
               "Units".
           05 filler                           pic x(9) value spaces.
           05 filler                           pic x(7) value
               "Dollars".
           05 filler                           pic x(5) value spaces.
           05 filler                           pic x(12) value
               "Unit Change".
           05 filler                           pic x(28) value spaces.

       01 ws-promo-detail-line.
           05 ws-pdl-sku                       pic x(15).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-desc                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-store                     pic x(5).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-start                     pic 9(8).
           05 filler                           pic x(3) value " - ".
           05 ws-pdl-end                       pic 9(8).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-days                      pic zz9.
           05 filler                           pic x(3) value spaces.
           05 ws-pdl-price                     pic $$,$$9.99.
           05 filler                           pic x(13) value spaces.

       01 ws-period-line.
           05 filler                           pic x(17) value spaces.
           05 ws-prl-period                    pic x(8).
           05 filler                           pic x(1) value spaces.
           05 ws-prl-units                     pic z,zzz,zz9.
           05 filler                           pic x(2) value spaces.
           05 ws-prl-amount                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(3) value spaces.
           05 ws-prl-change                    pic x(12).
           05 filler                           pic x(29) value spaces.

       01 ws-change-edit                       pic -zzzz9.9.

       01 ws-pending-line.
           05 filler                           pic x(17) value spaces.
           05 ws-pnl-text                      pic x(78).

       01 ws-no-promo-line                     pic x(95) value
           "  No promotions on the promotion master.".

       01 ws-no-movement-line                  pic x(95) value
           "  No movement history on file yet - nothing to measure.".

       01 ws-overflow-warning-line             pic x(95) value
           "*** WARNING - promotion table full - promotions skipped".

       01 ws-total-promo-line.
           05 filler                           pic x(35) value
               "Promotions listed            : ".
           05 ws-tpl-val                       pic zz,zz9.
           05 filler                           pic x(54) value spaces.

       01 ws-total-lift-line.
           05 filler                           pic x(35) value
               "Sold more units than before  : ".
           05 ws-tll-val                       pic zz,zz9.
           05 filler                           pic x(54) value spaces.

       01 ws-total-no-lift-line.
           05 filler                           pic x(35) value
               "Sold no more units           : ".
           05 ws-tnl-val                       pic zz,zz9.
           05 filler                           pic x(54) value spaces.

       01 ws-total-pending-line.
           05 filler                           pic x(35) value
               "Not yet started              : ".
           05 ws-tpn-val                       pic zz,zz9.
           05 filler                           pic x(54) value spaces.

       01 ws-empty-line.
           05 filler                           pic x(95) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-load-sku-master.
           perform 060-load-promotions.
           perform 070-find-latest-date.

           if ws-latest-date > 0 then
               perform 100-set-windows
                   varying ws-promo-tbl-sub from 1 by 1
                   until ws-promo-tbl-sub > ws-promo-tbl-cnt
               perform 200-accumulate-movement
           end-if.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.

           if ws-promo-tbl-cnt = 0 then
               write print-line from ws-no-promo-line
                   after advancing 2 line
           else
               if ws-latest-date = 0 then
                   write print-line from ws-no-movement-line
                       after advancing 2 line
               else
                   write print-line from ws-promo-header-1
                       after advancing 2 line
                   write print-line from ws-promo-header-2
                       after advancing 1 line
                   perform 300-print-promotion
                       varying ws-promo-tbl-sub from 1 by 1
                       until ws-promo-tbl-sub > ws-promo-tbl-cnt
                   perform 400-print-footer
               end-if
           end-if.

           if ws-promo-overflow-flag = 'y' then
               write print-line from ws-overflow-warning-line
                   after advancing 1 line
           end-if.

           close print-file.
           goback.
      *
      * Load SKU Master File into working storage
      *
       050-load-sku-master.
           open input sku-master-file.

           read sku-master-file
               at end
                   move 'y'                to ws-sku-eof-flag.

           perform 055-load-sku-loop
               until ws-sku-eof-flag = 'y'.

           close sku-master-file.

       055-load-sku-loop.
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
      * Load The Promotion Master - no file means no promotions
      *
       060-load-promotions.
           open input promo-master-file.

           if ws-promo-file-status = "35" then
               continue
           else
               read promo-master-file
                   at end
                       move 'y'            to ws-promo-eof-flag
               end-read
               perform 065-load-promo-loop
                   until ws-promo-eof-flag = 'y'
               close promo-master-file
           end-if.

       065-load-promo-loop.
           if (prm-start-date is numeric) and
              (prm-end-date is numeric) and
              (prm-promo-price is numeric) then
               if ws-promo-tbl-cnt < 2000 then
                   add 1                   to ws-promo-tbl-cnt
                   move prm-sku-code
                       to ws-pt-sku(ws-promo-tbl-cnt)
                   move prm-store-number
                       to ws-pt-store(ws-promo-tbl-cnt)
                   move prm-start-date
                       to ws-pt-start(ws-promo-tbl-cnt)
                   move prm-end-date
                       to ws-pt-end(ws-promo-tbl-cnt)
                   move prm-promo-price
                       to ws-pt-price(ws-promo-tbl-cnt)
                   move zeroes to ws-pt-measure-end(ws-promo-tbl-cnt)
                                  ws-pt-days(ws-promo-tbl-cnt)
                                  ws-pt-prior-start(ws-promo-tbl-cnt)
                                  ws-pt-prior-end(ws-promo-tbl-cnt)
                                  ws-pt-promo-units(ws-promo-tbl-cnt)
                                  ws-pt-promo-amount(ws-promo-tbl-cnt)
                                  ws-pt-prior-units(ws-promo-tbl-cnt)
                                  ws-pt-prior-amount(ws-promo-tbl-cnt)
                   move "N"        to ws-pt-status(ws-promo-tbl-cnt)
               else
                   move 'y'                to ws-promo-overflow-flag
               end-if
           end-if.

           read promo-master-file
               at end
                   move 'y'                to ws-promo-eof-flag.
      *
      * The Latest Business Date On The Movement History - the end of
      * the measurable days
      *
       070-find-latest-date.
           open input movement-file.
           if ws-move-file-status = "35" then
               continue
           else
               read movement-file
                   at end
                       move 'y'            to ws-move-eof-flag
               end-read
               perform 075-latest-date-loop
                   until ws-move-eof-flag = 'y'
               close movement-file
           end-if.

       075-latest-date-loop.
           if mov-business-date > ws-latest-date then
               move mov-business-date      to ws-latest-date
           end-if.
           read movement-file
               at end
                   move 'y'                to ws-move-eof-flag.
      *
      * Set One Promotion's Measured Window And The Window Before It -
      * the days are counted from the start to the measured end, and
      * the prior window is that many days ending the day before the
      * start
      *
       100-set-windows.
           if ws-pt-start(ws-promo-tbl-sub) > ws-latest-date then
               move "N"                to ws-pt-status(ws-promo-tbl-sub)
           else
               if ws-pt-end(ws-promo-tbl-sub) > ws-latest-date then
                   move "R"            to ws-pt-status(ws-promo-tbl-sub)
                   move ws-latest-date
                       to ws-pt-measure-end(ws-promo-tbl-sub)
               else
                   move "E"            to ws-pt-status(ws-promo-tbl-sub)
                   move ws-pt-end(ws-promo-tbl-sub)
                       to ws-pt-measure-end(ws-promo-tbl-sub)
               end-if

               move ws-pt-start(ws-promo-tbl-sub) to ws-date-work
               move 1                      to ws-day-cnt
               perform 110-count-one-day
                   until ws-date-work not <
                         ws-pt-measure-end(ws-promo-tbl-sub)
                   or ws-day-cnt = 999
               move ws-day-cnt         to ws-pt-days(ws-promo-tbl-sub)

               move ws-pt-start(ws-promo-tbl-sub) to ws-date-work
               perform 510-subtract-one-day
               move ws-date-work
                   to ws-pt-prior-end(ws-promo-tbl-sub)
               move 1                      to ws-day-cnt
               perform 120-step-back-one-day
                   until ws-day-cnt not < ws-pt-days(ws-promo-tbl-sub)
               move ws-date-work
                   to ws-pt-prior-start(ws-promo-tbl-sub)
           end-if.

       110-count-one-day.
           perform 500-add-one-day.
           add 1                           to ws-day-cnt.

       120-step-back-one-day.
           perform 510-subtract-one-day.
           add 1                           to ws-day-cnt.
      *
      * Accumulate The Movement History Into Every Promotion's Two
      * Windows
      *
       200-accumulate-movement.
           move 'n'                        to ws-move-eof-flag.
           move spaces                     to ws-move-file-status.

           open input movement-file.
           if ws-move-file-status = "35" then
               continue
           else
               read movement-file
                   at end
                       move 'y'            to ws-move-eof-flag
               end-read
               perform 210-accumulate-one-record
                   until ws-move-eof-flag = 'y'
               close movement-file
           end-if.

       210-accumulate-one-record.
           perform 220-apply-to-promotion
               varying ws-promo-tbl-sub from 1 by 1
               until ws-promo-tbl-sub > ws-promo-tbl-cnt.

           read movement-file
               at end
                   move 'y'                to ws-move-eof-flag.

       220-apply-to-promotion.
           if (not pt-not-started(ws-promo-tbl-sub)) and
              (mov-sku-code = ws-pt-sku(ws-promo-tbl-sub)) and
              ((ws-pt-store(ws-promo-tbl-sub) = spaces) or
               (ws-pt-store(ws-promo-tbl-sub) = mov-store-number))
           then
               if (mov-business-date not <
                   ws-pt-start(ws-promo-tbl-sub)) and
                  (mov-business-date not >
                   ws-pt-measure-end(ws-promo-tbl-sub)) then
                   add mov-units
                       to ws-pt-promo-units(ws-promo-tbl-sub)
                   add mov-amount
                       to ws-pt-promo-amount(ws-promo-tbl-sub)
               else
                   if (mov-business-date not <
                       ws-pt-prior-start(ws-promo-tbl-sub)) and
                      (mov-business-date not >
                       ws-pt-prior-end(ws-promo-tbl-sub)) then
                       add mov-units
                           to ws-pt-prior-units(ws-promo-tbl-sub)
                       add mov-amount
                           to ws-pt-prior-amount(ws-promo-tbl-sub)
                   end-if
               end-if
           end-if.
      *
      * Print One Promotion - its heading line, then the promotion
      * and the days before it with the change in units
      *
       300-print-promotion.
           move ws-pt-sku(ws-promo-tbl-sub) to ws-pdl-sku.
           move spaces                     to ws-pdl-desc.
           perform varying ws-sku-tbl-sub from 1 by 1
               until ws-sku-tbl-sub > ws-sku-tbl-cnt
                   if ws-sku-tbl-code(ws-sku-tbl-sub) =
                      ws-pt-sku(ws-promo-tbl-sub) then
                       move ws-sku-tbl-desc(ws-sku-tbl-sub)
                           to ws-pdl-desc
                   end-if
           end-perform.
           if ws-pt-store(ws-promo-tbl-sub) = spaces then
               move "ALL"                  to ws-pdl-store
           else
               move ws-pt-store(ws-promo-tbl-sub) to ws-pdl-store
           end-if.
           move ws-pt-start(ws-promo-tbl-sub) to ws-pdl-start.
           move ws-pt-end(ws-promo-tbl-sub) to ws-pdl-end.
           move ws-pt-days(ws-promo-tbl-sub) to ws-pdl-days.
           move ws-pt-price(ws-promo-tbl-sub) to ws-pdl-price.
           write print-line from ws-promo-detail-line
               after advancing 2 line.

           if pt-not-started(ws-promo-tbl-sub) then
               add 1                       to ws-pending-cnt
               move "Not yet started - nothing to measure."
                   to ws-pnl-text
               write print-line from ws-pending-line
                   after advancing 1 line
           else
               move "Promo"                to ws-prl-period
               move ws-pt-promo-units(ws-promo-tbl-sub)
                   to ws-prl-units
               move ws-pt-promo-amount(ws-promo-tbl-sub)
                   to ws-prl-amount
               perform 310-figure-change
               write print-line from ws-period-line
                   after advancing 1 line

               move "Before"               to ws-prl-period
               move ws-pt-prior-units(ws-promo-tbl-sub)
                   to ws-prl-units
               move ws-pt-prior-amount(ws-promo-tbl-sub)
                   to ws-prl-amount
               move spaces                 to ws-prl-change
               write print-line from ws-period-line
                   after advancing 1 line

               if pt-running(ws-promo-tbl-sub) then
                   move "Still running - measured to latest movement."
                       to ws-pnl-text
                   write print-line from ws-pending-line
                       after advancing 1 line
               end-if
           end-if.
      *
      * The Change In Units Against The Days Before - a promotion on
      * a SKU that sold nothing before it has no percentage to show
      *
       310-figure-change.
           if ws-pt-promo-units(ws-promo-tbl-sub) >
              ws-pt-prior-units(ws-promo-tbl-sub) then
               add 1                       to ws-lift-cnt
           else
               add 1                       to ws-no-lift-cnt
           end-if.

           if ws-pt-prior-units(ws-promo-tbl-sub) = 0 then
               if ws-pt-promo-units(ws-promo-tbl-sub) = 0 then
                   move "NO SALES"         to ws-prl-change
               else
                   move "NONE BEFORE"      to ws-prl-change
               end-if
           else
               compute ws-lift-pct rounded =
                   ((ws-pt-promo-units(ws-promo-tbl-sub) -
                     ws-pt-prior-units(ws-promo-tbl-sub)) * 100) /
                   ws-pt-prior-units(ws-promo-tbl-sub)
               move ws-lift-pct            to ws-change-edit
               move spaces                 to ws-prl-change
               string ws-change-edit delimited by size
                      "%" delimited by size
                   into ws-prl-change
           end-if.
      *
      * Print Footer
      *
       400-print-footer.
           move ws-promo-tbl-cnt           to ws-tpl-val.
           write print-line from ws-total-promo-line
               after advancing 2 line.

           move ws-lift-cnt                to ws-tll-val.
           write print-line from ws-total-lift-line
               after advancing 1 line.

           move ws-no-lift-cnt             to ws-tnl-val.
           write print-line from ws-total-no-lift-line
               after advancing 1 line.

           move ws-pending-cnt             to ws-tpn-val.
           write print-line from ws-total-pending-line
               after advancing 1 line.
      *
      * Step The Work Date One Day Forward
      *
       500-add-one-day.
           perform 520-set-month-length.
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
      *
      * Step The Work Date One Day Back
      *
       510-subtract-one-day.
           if ws-dw-day > 1 then
               subtract 1                  from ws-dw-day
           else
               if ws-dw-month = 1 then
                   subtract 1              from ws-dw-year
                   move 12                 to ws-dw-month
               else
                   subtract 1              from ws-dw-month
               end-if
               perform 520-set-month-length
               move ws-month-length        to ws-dw-day
           end-if.

       520-set-month-length.
           move ws-month-days(ws-dw-month) to ws-month-length.
           if ws-dw-month = 2 then
               divide ws-dw-year by 4
                   giving ws-leap-quotient
                   remainder ws-leap-remainder
               if ws-leap-remainder = 0 then
                   add 1                   to ws-month-length
               end-if
           end-if.

       end program program35.
