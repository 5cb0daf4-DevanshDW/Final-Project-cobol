       identification division.
       program-id. program47.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Gift-card dormancy, breakage and unclaimed
      * property.  Run after the month-end close, this reads every
      * card on GiftCardLedger.dat still carrying a balance and
      * judges it by its last activity date against the run-control
      * business date:
      *
      *   - a card untouched for more than the operator's inactive
      *     months is dormant and is listed on the inactive list;
      *   - a dormant card untouched for more than the statutory
      *     dormancy months is escheated - it goes on the unclaimed
      *     property report and the remittance file sent with the
      *     state filing, its balance is cleared and it is marked E
      *     on the ledger;
      *   - the balances of the remaining dormant cards are taken to
      *     breakage income and the cards marked B, so the 2300
      *     liability carries only the cards customers will use.
      *     Program22 puts a B card's balance back into the
      *     liability the day it is used again.
      *
      *   program47 <inactive-months> <dormancy-months>
      *
      * Both are three digits; the dormancy months may not be fewer
      * than the inactive months.
      *
      * The journal lines - 2300 to 4300 breakage income for the
      * breakage, and 2300 (or 4300, for a card already taken to
      * breakage) to 2310 escheat payable for the escheat - are
      * written to gl_dormancy_postings.dat in the gl_postings.dat
      * layout with its control-total trailer, and posted to the
      * permanent journal register (GLJournalRegister.dat) under
      * cycle 0000, the off-cycle journals, dated the business date,
      * so the month-end subledger proof sees them.  A card already
      * escheated or taken to breakage is never charged twice, so a
      * second run finds nothing more to post.
      *
      * Remittance record layout (UnclaimedPropertyRemittance.dat,
      * 60 chars):
      *   D detail - card number x(16), last activity date 9(8),
      *   issued to date 9(7)v99, redeemed to date 9(7)v99, amount
      *   remitted 9(7)v99, escheat date 9(8)
      *   T trailer - card count 9(7), amount remitted 9(11)v99
      *
      * Return code 0, or 8 when the months are missing or out of
      * order, the business date is inside a fiscal year the
      * year-end close has locked (ClosedYears.dat), or the ledger
      * holds more cards than the table - nothing is changed then.
      *
       environment division.
       input-output section.
       file-control.
           select card-ledger-file
               assign "../../../data/GiftCardLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.
      *
           select run-control-file
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
           select gl-posting-file
               assign "../../../data/gl_dormancy_postings.dat"
               organization is line sequential.
      *
           select remittance-file
               assign "../../../data/UnclaimedPropertyRemittance.dat"
               organization is line sequential.
      *
           select print-file
               assign "../../../data/gift_card_dormancy_report.out"
               organization is line sequential.
      *
           select escheat-print-file
               assign "../../../data/unclaimed_property_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * The permanent card ledger - one record per card
       fd card-ledger-file
           data record is card-ledger-record
           record contains 52 characters.
      *
       01 card-ledger-record.
           05 led-card-number                  pic x(16).
           05 led-issued-to-date               pic 9(7)v99.
           05 led-redeemed-to-date             pic 9(7)v99.
           05 led-balance                      pic s9(7)v99.
           05 led-last-activity-date           pic 9(8).
           05 led-status                       pic x(1).
               88 card-outstanding             value "O".
               88 card-spent                   value "Z".
               88 card-broken                  value "B".
               88 card-escheated               value "E".
      *
      * Run-control parameter card - its business date is the date
      * the cards are judged against and the postings are dated.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 filler                           pic x(72).
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
      * Permanent GL journal register (program12, program41)
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
      * GL posting record - the gl_postings.dat layout, one journal
      * line per record, plus a trailer carrying the batch controls.
       fd gl-posting-file
           data record is gl-posting-record
           record contains 48 characters.
      *
       01 gl-posting-record.
           05 gl-record-type                   pic x(1).
           05 gl-store-number                  pic x(2).
           05 gl-account-number                pic x(4).
           05 gl-account-name                  pic x(20).
           05 gl-dr-cr                         pic x(2).
           05 gl-amount                        pic 9(9)v99.
           05 gl-business-date                 pic 9(8).
      *
       01 gl-trailer-record redefines gl-posting-record.
           05 gl-trl-record-type               pic x(1).
           05 gl-trl-record-count              pic 9(7).
           05 gl-trl-debit-total               pic 9(11)v99.
           05 gl-trl-credit-total              pic 9(11)v99.
           05 filler                           pic x(14).
      *
      * Unclaimed property remittance - one record per card escheated,
      * plus a trailer carrying the count and amount remitted.
       fd remittance-file
           data record is remittance-record
           record contains 60 characters.
      *
       01 remittance-record.
           05 upr-record-type                  pic x(1).
           05 upr-card-number                  pic x(16).
           05 upr-last-activity-date           pic 9(8).
           05 upr-issued-to-date               pic 9(7)v99.
           05 upr-redeemed-to-date             pic 9(7)v99.
           05 upr-amount-remitted              pic 9(7)v99.
           05 upr-escheat-date                 pic 9(8).
      *
       01 remittance-trailer-record redefines remittance-record.
           05 upr-trl-record-type              pic x(1).
           05 upr-trl-card-count               pic 9(7).
           05 upr-trl-amount-remitted          pic 9(11)v99.
           05 filler                           pic x(39).
      *
       fd print-file
           record contains 90 characters
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
       fd escheat-print-file
           record contains 90 characters
           data record is escheat-print-line.
      *
       01 escheat-print-line                   pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-ledger-file-status                pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-jrn-file-status                   pic xx value spaces.
       77 ws-ledger-eof-flag                   pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-jrn-eof-flag                      pic x value 'n'.
       77 ws-year-closed-flag                  pic x value 'n'.
           88 business-year-closed             value 'y'.
       77 ws-closed-fiscal-year                pic 9(4) value 0.
       77 ws-system-yyyymmdd                   pic 9(8) value 0.

      * The months, from the command line
       01 ws-parm                              pic x(20) value spaces.
       01 ws-parm-inactive                     pic x(3) value spaces.
       01 ws-parm-dormancy                     pic x(3) value spaces.
       77 ws-inactive-months                   pic 9(3) value 0.
       77 ws-dormancy-months                   pic 9(3) value 0.

      * The business date and the two cutoffs - a card last active
      * before a cutoff has been idle longer than the months
       01 ws-business-yyyymmdd                 pic 9(8) value 0.
       01 ws-business-yyyymmdd-r
           redefines ws-business-yyyymmdd.
           05 ws-bus-year                      pic 9(4).
           05 ws-bus-month                     pic 99.
           05 ws-bus-day                       pic 99.
       77 ws-inactive-cutoff                   pic 9(8) value 0.
       77 ws-escheat-cutoff                    pic 9(8) value 0.
       77 ws-cutoff-months                     pic 9(3) value 0.
       77 ws-total-months                      pic 9(6) value 0.
       77 ws-month-remainder                   pic 99 value 0.
       01 ws-cutoff-date                       pic 9(8) value 0.
       01 ws-cutoff-date-r redefines ws-cutoff-date.
           05 ws-cut-year                      pic 9(4).
           05 ws-cut-month                     pic 99.
           05 ws-cut-day                       pic 99.
       01 ws-month-days-values                 pic x(24) value
           "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days                    pic 99 occurs 12 times.
       77 ws-month-length                      pic 99 value 0.
       77 ws-leap-quotient                     pic 9(4) value 0.
       77 ws-leap-rem-4                        pic 9(3) value 0.
       77 ws-leap-rem-100                      pic 9(3) value 0.
       77 ws-leap-rem-400                      pic 9(3) value 0.

      * Card ledger table
       77 ws-card-tbl-cnt                      pic 9(5) value 0.
       77 ws-card-tbl-sub                      pic 9(5) value 0.
       77 ws-card-overflow-flag                pic x value 'n'.
           88 card-table-overflow              value 'y'.
       01 ws-card-table.
           05 ws-card-entry                    occurs 9000 times.
               10 ws-card-tbl-number           pic x(16).
               10 ws-card-tbl-issued           pic 9(7)v99.
               10 ws-card-tbl-redeemed         pic 9(7)v99.
               10 ws-card-tbl-balance          pic s9(7)v99.
               10 ws-card-tbl-last-date        pic 9(8).
               10 ws-card-tbl-status           pic x(1).

      * Run totals
       77 ws-inactive-cnt                      pic 9(5) value 0.
       77 ws-inactive-amt                      pic 9(9)v99 value 0.
       77 ws-escheat-cnt                       pic 9(5) value 0.
       77 ws-escheat-amt                       pic 9(9)v99 value 0.
       77 ws-escheat-liab-amt                  pic 9(9)v99 value 0.
       77 ws-escheat-broken-amt                pic 9(9)v99 value 0.
       77 ws-breakage-cnt                      pic 9(5) value 0.
       77 ws-breakage-amt                      pic 9(9)v99 value 0.
       77 ws-prior-broken-cnt                  pic 9(5) value 0.
       77 ws-prior-broken-amt                  pic 9(9)v99 value 0.
       77 ws-outstanding                       pic 9(9)v99 value 0.

      * Journal controls
       77 ws-posting-source                    pic x(2) value spaces.
       77 ws-jrn-last-seq                      pic 9(5) value 0.
       77 ws-jrn-error-cnt                     pic 9(7) value 0.
       77 ws-posting-cnt                       pic 9(7) value 0.
       77 ws-debit-total                       pic 9(11)v99 value 0.
       77 ws-credit-total                      pic 9(11)v99 value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 47".
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
           05 filler                           pic x(27) value spaces.
           05 filler                           pic x(36) value
               "Gift Card Dormancy And Breakage Run".
           05 filler                           pic x(27) value spaces.

       01 ws-escheat-page-heading.
           05 filler                           pic x(22) value spaces.
           05 filler                           pic x(46) value
               "Unclaimed Property Report - Gift Card Balances".
           05 filler                           pic x(22) value spaces.

       01 ws-as-of-line.
           05 filler                           pic x(24) value
               "Business date         : ".
           05 ws-aol-date                      pic 9(8).
           05 filler                           pic x(58) value spaces.

       01 ws-cutoff-line.
           05 ws-ctl-label                     pic x(22).
           05 filler                           pic x(2) value ": ".
           05 ws-ctl-months                    pic zz9.
           05 filler                           pic x(29) value
               " months - last active before ".
           05 ws-ctl-date                      pic 9(8).
           05 filler                           pic x(26) value spaces.

       01 ws-section-line.
           05 ws-scl-text                      pic x(60).
           05 filler                           pic x(30) value spaces.

       01 ws-inactive-heading.
           05 filler                           pic x(21) value
               "  Card number        ".
           05 filler                           pic x(11) value
               "Last act   ".
           05 filler                           pic x(16) value
               "Issued to date  ".
           05 filler                           pic x(17) value
               "       Balance   ".
           05 filler                           pic x(25) value
               "Action".

       01 ws-inactive-line.
           05 filler                           pic x(2) value spaces.
           05 ws-inl-card                      pic x(16).
           05 filler                           pic x(3) value spaces.
           05 ws-inl-last-date                 pic 9(8).
           05 filler                           pic x(3) value spaces.
           05 ws-inl-issued                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-inl-balance                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(3) value spaces.
           05 ws-inl-action                    pic x(25).

       01 ws-escheat-heading.
           05 filler                           pic x(21) value
               "  Card number        ".
           05 filler                           pic x(11) value
               "Last act   ".
           05 filler                           pic x(16) value
               "Issued to date  ".
           05 filler                           pic x(16) value
               "      Redeemed  ".
           05 filler                           pic x(26) value
               "      Remitted".

       01 ws-escheat-line.
           05 filler                           pic x(2) value spaces.
           05 ws-esl-card                      pic x(16).
           05 filler                           pic x(3) value spaces.
           05 ws-esl-last-date                 pic 9(8).
           05 filler                           pic x(3) value spaces.
           05 ws-esl-issued                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-esl-redeemed                  pic $$$,$$$,$$9.99.
           05 filler                           pic x(2) value spaces.
           05 ws-esl-remitted                  pic $$$,$$$,$$9.99.
           05 filler                           pic x(12) value spaces.

       01 ws-escheat-total-line.
           05 filler                           pic x(24) value
               "Cards escheated       : ".
           05 ws-etl-cnt                       pic zz,zz9.
           05 filler                           pic x(22) value
               "   Amount remitted :  ".
           05 ws-etl-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(24) value spaces.

       01 ws-total-line.
           05 ws-tot-label                     pic x(40).
           05 ws-tot-cnt                       pic zz,zz9.
           05 filler                           pic x(4) value spaces.
           05 ws-tot-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(26) value spaces.

       01 ws-liability-line.
           05 filler                           pic x(50) value
               "Card liability after the run        : ".
           05 ws-lbl-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(26) value spaces.

       01 ws-posting-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-account                   pic x(4).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-name                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-dr-cr                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-amount                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(38) value spaces.

       01 ws-control-line.
           05 ws-cnt-label                     pic x(24).
           05 ws-cnt-count                     pic z,zzz,zz9.
           05 filler                           pic x(14) value
               "   Debits :   ".
           05 ws-cnt-debits                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(14) value
               "   Credits :  ".
           05 ws-cnt-credits                   pic $$$,$$$,$$9.99.
           05 filler                           pic x(1) value spaces.

       01 ws-jrn-error-line.
           05 filler                           pic x(40) value
               "*** WARNING - journal register lines no".
           05 filler                           pic x(12) value
               "t written : ".
           05 ws-jel-cnt                       pic z,zzz,zz9.
           05 filler                           pic x(29) value spaces.

       01 ws-none-inactive-line                pic x(90) value
           "  No card with a balance has been idle past the months.".

       01 ws-none-escheat-line                 pic x(90) value
           "  No card has passed the dormancy period - nothing due.".

       01 ws-none-posted-line                  pic x(90) value
           "  Nothing to post.".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           accept ws-parm from command-line.
           unstring ws-parm delimited by all spaces
               into ws-parm-inactive ws-parm-dormancy.

           if (ws-parm-inactive is not numeric) or
              (ws-parm-dormancy is not numeric) then
               display "PROGRAM47: usage - program47 <inactive-months>"
                   " <dormancy-months> (three digits each, e.g."
                   " 012 036)" upon console
               move 8                      to return-code
               goback
           end-if.
           move ws-parm-inactive           to ws-inactive-months.
           move ws-parm-dormancy           to ws-dormancy-months.
           if (ws-inactive-months = zero) or
              (ws-dormancy-months < ws-inactive-months) then
               display "PROGRAM47: the dormancy months may not be"
                   " fewer than the inactive months, and neither"
                   " may be zero" upon console
               move 8                      to return-code
               goback
           end-if.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
           accept ws-system-yyyymmdd from date yyyymmdd.

           perform 050-read-run-control.
           perform 060-check-year-closed.
           if business-year-closed then
               display "PROGRAM47: business date "
                   ws-business-yyyymmdd " is inside fiscal year "
                   ws-closed-fiscal-year
                   ", which is closed - nothing posted." upon console
               move 8                      to return-code
               goback
           end-if.

           perform 070-load-card-ledger.
           if card-table-overflow then
               display "PROGRAM47: more than 9000 cards on the"
                   " ledger - nothing changed." upon console
               move 8                      to return-code
               goback
           end-if.

           move ws-inactive-months         to ws-cutoff-months.
           perform 080-compute-cutoff.
           move ws-cutoff-date             to ws-inactive-cutoff.
           move ws-dormancy-months         to ws-cutoff-months.
           perform 080-compute-cutoff.
           move ws-cutoff-date             to ws-escheat-cutoff.

           open output print-file escheat-print-file
                       gl-posting-file remittance-file.

           perform 090-print-headings.

           perform 100-judge-one-card
               varying ws-card-tbl-sub from 1 by 1
               until ws-card-tbl-sub > ws-card-tbl-cnt.

           if ws-inactive-cnt = 0 then
               write print-line from ws-none-inactive-line
                   after advancing 1 line
           end-if.
           if ws-escheat-cnt = 0 then
               write escheat-print-line from ws-none-escheat-line
                   after advancing 1 line
           end-if.

           perform 200-post-journals.
           perform 300-print-totals.
           perform 400-write-remittance-trailer.

           close print-file escheat-print-file
                 gl-posting-file remittance-file.

           perform 500-rewrite-card-ledger.

           goback.
      *
      * Read The Run-Control Card
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
               if (ws-runctl-eof-flag not = 'y') and
                  (rc-business-date is numeric) and
                  (rc-business-date > zero) then
                   move rc-business-date   to ws-business-yyyymmdd
               end-if
               close run-control-file
           end-if.
      *
      * Refuse A Business Date Inside A Closed Fiscal Year
      *
       060-check-year-closed.
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
               perform 065-check-year-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       065-check-year-loop.
           if (ws-business-yyyymmdd not < cly-start-date) and
              (ws-business-yyyymmdd not > cly-end-date) then
               move 'y'                    to ws-year-closed-flag
               move cly-fiscal-year        to ws-closed-fiscal-year
           end-if.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Load The Card Ledger Into The Table
      *
       070-load-card-ledger.
           open input card-ledger-file.

           if ws-ledger-file-status = "35" then
      * No ledger yet - no cards to judge
               continue
           else
               read card-ledger-file
                   at end
                       move 'y'            to ws-ledger-eof-flag
               end-read
               perform 075-load-ledger-loop
                   until ws-ledger-eof-flag = 'y'
               close card-ledger-file
           end-if.

       075-load-ledger-loop.
           if ws-card-tbl-cnt < 9000 then
               add 1                       to ws-card-tbl-cnt
               move led-card-number
                   to ws-card-tbl-number(ws-card-tbl-cnt)
               move led-issued-to-date
                   to ws-card-tbl-issued(ws-card-tbl-cnt)
               move led-redeemed-to-date
                   to ws-card-tbl-redeemed(ws-card-tbl-cnt)
               move led-balance
                   to ws-card-tbl-balance(ws-card-tbl-cnt)
               move led-last-activity-date
                   to ws-card-tbl-last-date(ws-card-tbl-cnt)
               move led-status
                   to ws-card-tbl-status(ws-card-tbl-cnt)
           else
               move 'y'                    to ws-card-overflow-flag
           end-if.

           read card-ledger-file
               at end
                   move 'y'                to ws-ledger-eof-flag.
      *
      * The Cutoff Date - the business date wound back the cutoff
      * months, on the same day of the month or the month's last day
      *
       080-compute-cutoff.
           compute ws-total-months =
               (ws-bus-year * 12) + ws-bus-month - 1
               - ws-cutoff-months.
           divide ws-total-months by 12
               giving ws-cut-year
               remainder ws-month-remainder.
           compute ws-cut-month = ws-month-remainder + 1.
           perform 810-set-month-length.
           if ws-bus-day > ws-month-length then
               move ws-month-length        to ws-cut-day
           else
               move ws-bus-day             to ws-cut-day
           end-if.
      *
      * Print The Report Headings And The Parameters Used
      *
       090-print-headings.
           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-business-yyyymmdd   to ws-aol-date.
           write print-line            from ws-as-of-line
               after advancing 2 line.
           move "Inactive after"       to ws-ctl-label.
           move ws-inactive-months     to ws-ctl-months.
           move ws-inactive-cutoff     to ws-ctl-date.
           write print-line            from ws-cutoff-line
               after advancing 1 line.
           move "Escheat after"        to ws-ctl-label.
           move ws-dormancy-months     to ws-ctl-months.
           move ws-escheat-cutoff      to ws-ctl-date.
           write print-line            from ws-cutoff-line
               after advancing 1 line.
           move "Inactive Cards"       to ws-scl-text.
           write print-line            from ws-section-line
               after advancing 2 line.
           write print-line            from ws-inactive-heading
               after advancing 1 line.

           write escheat-print-line    from ws-report-heading.
           write escheat-print-line    from ws-report-heading-2.
           write escheat-print-line    from ws-escheat-page-heading
               after advancing 2 line.
           write escheat-print-line    from ws-as-of-line
               after advancing 2 line.
           write escheat-print-line    from ws-cutoff-line
               after advancing 1 line.
           write escheat-print-line    from ws-escheat-heading
               after advancing 2 line.
      *
      * Judge One Card - a card with a balance idle past the inactive
      * months is listed; past the dormancy months it is escheated,
      * otherwise its balance is taken to breakage once
      *
       100-judge-one-card.
           if (ws-card-tbl-balance(ws-card-tbl-sub) > zero) and
              (ws-card-tbl-status(ws-card-tbl-sub) not = "E") and
              (ws-card-tbl-last-date(ws-card-tbl-sub) <
               ws-inactive-cutoff) then
               add 1                       to ws-inactive-cnt
               add ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-inactive-amt
               move ws-card-tbl-number(ws-card-tbl-sub)
                                           to ws-inl-card
               move ws-card-tbl-last-date(ws-card-tbl-sub)
                                           to ws-inl-last-date
               move ws-card-tbl-issued(ws-card-tbl-sub)
                                           to ws-inl-issued
               move ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-inl-balance
               if ws-card-tbl-last-date(ws-card-tbl-sub) <
                  ws-escheat-cutoff then
                   move "ESCHEATED"        to ws-inl-action
                   perform 110-escheat-card
               else
                   if ws-card-tbl-status(ws-card-tbl-sub) = "B" then
                       move "BREAKAGE TAKEN EARLIER"
                                           to ws-inl-action
                       add 1               to ws-prior-broken-cnt
                       add ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-prior-broken-amt
                   else
                       move "TAKEN TO BREAKAGE" to ws-inl-action
                       add 1               to ws-breakage-cnt
                       add ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-breakage-amt
                       move "B"
                           to ws-card-tbl-status(ws-card-tbl-sub)
                   end-if
               end-if
               write print-line from ws-inactive-line
                   after advancing 1 line
           end-if.
      *
      * Escheat One Card - report it, write its remittance record,
      * and clear its balance.  A balance already taken to breakage
      * comes out of breakage income, not the liability.
      *
       110-escheat-card.
           add 1                           to ws-escheat-cnt.
           add ws-card-tbl-balance(ws-card-tbl-sub) to ws-escheat-amt.
           if ws-card-tbl-status(ws-card-tbl-sub) = "B" then
               add ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-escheat-broken-amt
           else
               add ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-escheat-liab-amt
           end-if.

           move ws-card-tbl-number(ws-card-tbl-sub) to ws-esl-card.
           move ws-card-tbl-last-date(ws-card-tbl-sub)
                                           to ws-esl-last-date.
           move ws-card-tbl-issued(ws-card-tbl-sub) to ws-esl-issued.
           move ws-card-tbl-redeemed(ws-card-tbl-sub)
                                           to ws-esl-redeemed.
           move ws-card-tbl-balance(ws-card-tbl-sub)
                                           to ws-esl-remitted.
           write escheat-print-line from ws-escheat-line
               after advancing 1 line.

           move spaces                     to remittance-record.
           move "D"                        to upr-record-type.
           move ws-card-tbl-number(ws-card-tbl-sub)
                                           to upr-card-number.
           move ws-card-tbl-last-date(ws-card-tbl-sub)
                                           to upr-last-activity-date.
           move ws-card-tbl-issued(ws-card-tbl-sub)
                                           to upr-issued-to-date.
           move ws-card-tbl-redeemed(ws-card-tbl-sub)
                                           to upr-redeemed-to-date.
           move ws-card-tbl-balance(ws-card-tbl-sub)
                                           to upr-amount-remitted.
           move ws-business-yyyymmdd       to upr-escheat-date.
           write remittance-record.

           move zeroes        to ws-card-tbl-balance(ws-card-tbl-sub).
           move "E"           to ws-card-tbl-status(ws-card-tbl-sub).
      *
      * Post The Run's Journals - to the extract and the register
      *
       200-post-journals.
           move "Journal Lines"            to ws-scl-text.
           write print-line                from ws-section-line
               after advancing 2 line.

           if (ws-breakage-amt = zero) and
              (ws-escheat-amt = zero) then
               write print-line from ws-none-posted-line
                   after advancing 1 line
           else
               perform 210-open-journal-register
               if ws-breakage-amt > zero then
                   move "GB"               to ws-posting-source
                   move "2300"             to gl-account-number
                   move "GIFT CARD LIABILITY" to gl-account-name
                   move "DR"               to gl-dr-cr
                   move ws-breakage-amt    to gl-amount
                   perform 250-write-posting
                   move "4300"             to gl-account-number
                   move "BREAKAGE INCOME"  to gl-account-name
                   move "CR"               to gl-dr-cr
                   move ws-breakage-amt    to gl-amount
                   perform 250-write-posting
               end-if
               if ws-escheat-liab-amt > zero then
                   move "GE"               to ws-posting-source
                   move "2300"             to gl-account-number
                   move "GIFT CARD LIABILITY" to gl-account-name
                   move "DR"               to gl-dr-cr
                   move ws-escheat-liab-amt to gl-amount
                   perform 250-write-posting
               end-if
               if ws-escheat-broken-amt > zero then
                   move "GE"               to ws-posting-source
                   move "4300"             to gl-account-number
                   move "BREAKAGE INCOME"  to gl-account-name
                   move "DR"               to gl-dr-cr
                   move ws-escheat-broken-amt to gl-amount
                   perform 250-write-posting
               end-if
               if ws-escheat-amt > zero then
                   move "GE"               to ws-posting-source
                   move "2310"             to gl-account-number
                   move "ESCHEAT PAYABLE"  to gl-account-name
                   move "CR"               to gl-dr-cr
                   move ws-escheat-amt     to gl-amount
                   perform 250-write-posting
               end-if
               close journal-register-file
           end-if.

           move spaces                     to gl-posting-record.
           move "T"                        to gl-trl-record-type.
           move ws-posting-cnt             to gl-trl-record-count.
           move ws-debit-total             to gl-trl-debit-total.
           move ws-credit-total            to gl-trl-credit-total.
           write gl-posting-record.
      *
      * Open The Journal Register And Find The Last Line Already
      * Posted Off-Cycle On The Business Date
      *
       210-open-journal-register.
           open i-o journal-register-file.
           if ws-jrn-file-status = "35" then
               open output journal-register-file
               close journal-register-file
               open i-o journal-register-file
           end-if.

           move zero                       to ws-jrn-last-seq.
           move zero                       to jr-cycle-number.
           move ws-business-yyyymmdd       to jr-business-date.
           move zero                       to jr-line-seq.
           start journal-register-file key not < jr-key
               invalid key
                   move 'y'                to ws-jrn-eof-flag
           end-start.
           perform 215-find-last-seq
               until ws-jrn-eof-flag = 'y'.

       215-find-last-seq.
           read journal-register-file next record
               at end
                   move 'y'                to ws-jrn-eof-flag
           end-read.

           if ws-jrn-eof-flag not = 'y' then
               if (jr-cycle-number = zero) and
                  (jr-business-date = ws-business-yyyymmdd) then
                   move jr-line-seq        to ws-jrn-last-seq
               else
                   move 'y'                to ws-jrn-eof-flag
               end-if
           end-if.
      *
      * Write One Journal Line To The Extract, The Register And The
      * Report - every line is chain-level, store 00
      *
       250-write-posting.
           move "D"                        to gl-record-type.
           move "00"                       to gl-store-number.
           move ws-business-yyyymmdd       to gl-business-date.
           write gl-posting-record.

           add 1                           to ws-posting-cnt.
           if gl-dr-cr = "DR" then
               add gl-amount               to ws-debit-total
           else
               add gl-amount               to ws-credit-total
           end-if.

           add 1                           to ws-jrn-last-seq.
           move spaces                     to journal-register-record.
           move zero                       to jr-cycle-number.
           move ws-business-yyyymmdd       to jr-business-date.
           move ws-jrn-last-seq            to jr-line-seq.
           move "P"                        to jr-entry-type.
           move ws-posting-source          to jr-source.
           move gl-store-number            to jr-store-number.
           move gl-account-number          to jr-account-number.
           move gl-account-name            to jr-account-name.
           move gl-dr-cr                   to jr-dr-cr.
           move gl-amount                  to jr-amount.
           move ws-system-yyyymmdd         to jr-posted-date.
           move space                      to jr-reversed-flag.
           write journal-register-record
               invalid key
                   add 1                   to ws-jrn-error-cnt
           end-write.

           move gl-store-number            to ws-pdl-store.
           move gl-account-number          to ws-pdl-account.
           move gl-account-name            to ws-pdl-name.
           move gl-dr-cr                   to ws-pdl-dr-cr.
           move gl-amount                  to ws-pdl-amount.
           write print-line from ws-posting-detail-line
               after advancing 1 line.
      *
      * Print The Run Totals And The Liability The Ledger Now Carries
      *
       300-print-totals.
           move "Cards inactive past the months      : "
                                           to ws-tot-label.
           move ws-inactive-cnt            to ws-tot-cnt.
           move ws-inactive-amt            to ws-tot-amt.
           write print-line from ws-total-line
               after advancing 2 line.
           move "  escheated this run                : "
                                           to ws-tot-label.
           move ws-escheat-cnt             to ws-tot-cnt.
           move ws-escheat-amt             to ws-tot-amt.
           write print-line from ws-total-line
               after advancing 1 line.
           move "  taken to breakage this run        : "
                                           to ws-tot-label.
           move ws-breakage-cnt            to ws-tot-cnt.
           move ws-breakage-amt            to ws-tot-amt.
           write print-line from ws-total-line
               after advancing 1 line.
           move "  breakage taken on an earlier run  : "
                                           to ws-tot-label.
           move ws-prior-broken-cnt        to ws-tot-cnt.
           move ws-prior-broken-amt        to ws-tot-amt.
           write print-line from ws-total-line
               after advancing 1 line.

           perform 310-total-outstanding.
           move ws-outstanding             to ws-lbl-amt.
           write print-line from ws-liability-line
               after advancing 2 line.

           move "Journal lines posted  : " to ws-cnt-label.
           move ws-posting-cnt             to ws-cnt-count.
           move ws-debit-total             to ws-cnt-debits.
           move ws-credit-total            to ws-cnt-credits.
           write print-line from ws-control-line
               after advancing 1 line.

           if ws-jrn-error-cnt > 0 then
               move ws-jrn-error-cnt       to ws-jel-cnt
               write print-line from ws-jrn-error-line
                   after advancing 1 line
               display "PROGRAM47 WARNING: " ws-jrn-error-cnt
                   " journal register line(s) not written"
                   upon console
               move 4                      to return-code
           end-if.

           move ws-escheat-cnt             to ws-etl-cnt.
           move ws-escheat-amt             to ws-etl-amt.
           write escheat-print-line from ws-escheat-total-line
               after advancing 2 line.
      *
      * Total The Outstanding Liability - every positive balance not
      * taken to breakage, as program22 figures it
      *
       310-total-outstanding.
           move zeroes                     to ws-outstanding.

           perform varying ws-card-tbl-sub from 1 by 1
               until ws-card-tbl-sub > ws-card-tbl-cnt
                   if (ws-card-tbl-balance(ws-card-tbl-sub) > zero) and
                      (ws-card-tbl-status(ws-card-tbl-sub) not = "B")
                   then
                       add ws-card-tbl-balance(ws-card-tbl-sub)
                           to ws-outstanding
                   end-if
           end-perform.
      *
      * Write The Remittance Trailer
      *
       400-write-remittance-trailer.
           move spaces                     to remittance-record.
           move "T"                        to upr-trl-record-type.
           move ws-escheat-cnt             to upr-trl-card-count.
           move ws-escheat-amt             to upr-trl-amount-remitted.
           write remittance-record.
      *
      * Rewrite The Card Ledger From The Table With The New Marks
      *
       500-rewrite-card-ledger.
           if ws-card-tbl-cnt > 0 then
               open output card-ledger-file
               perform 505-write-ledger-entry
                   varying ws-card-tbl-sub from 1 by 1
                   until ws-card-tbl-sub > ws-card-tbl-cnt
               close card-ledger-file
           end-if.

       505-write-ledger-entry.
           move ws-card-tbl-number(ws-card-tbl-sub)
               to led-card-number.
           move ws-card-tbl-issued(ws-card-tbl-sub)
               to led-issued-to-date.
           move ws-card-tbl-redeemed(ws-card-tbl-sub)
               to led-redeemed-to-date.
           move ws-card-tbl-balance(ws-card-tbl-sub)
               to led-balance.
           move ws-card-tbl-last-date(ws-card-tbl-sub)
               to led-last-activity-date.
           move ws-card-tbl-status(ws-card-tbl-sub)
               to led-status.
           write card-ledger-record.
      *
      * Days In The Cutoff Month - February has 29 in a year
      * divisible by 4, except a century year not divisible by 400
      *
       810-set-month-length.
           move ws-month-days(ws-cut-month) to ws-month-length.
           if ws-cut-month = 2 then
               divide ws-cut-year by 4 giving ws-leap-quotient
                   remainder ws-leap-rem-4
               divide ws-cut-year by 100 giving ws-leap-quotient
                   remainder ws-leap-rem-100
               divide ws-cut-year by 400 giving ws-leap-quotient
                   remainder ws-leap-rem-400
               if (ws-leap-rem-4 = 0) and
                  ((ws-leap-rem-100 not = 0) or
                   (ws-leap-rem-400 = 0)) then
                   move 29                 to ws-month-length
               end-if
           end-if.

       end program program47.
