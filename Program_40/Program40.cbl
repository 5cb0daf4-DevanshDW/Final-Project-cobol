       identification division.
       program-id. program40.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Card chargebacks and disputes.  Program15
      * reconciles what the processor settled, but a customer can
      * dispute a card charge weeks later and the processor claws the
      * money back.  This run takes the processor's dispute file and
      * carries every dispute on the permanent dispute master through
      * its life:
      *
      *   O  opened       - the processor has raised the dispute
      *   P  represented  - finance has sent the processor the
      *                     evidence for the sale
      *   W  won          - the processor found for the store
      *   L  lost         - the chargeback stands
      *
      * A new dispute is looked up on the invoice register
      * (program19) by store and invoice to confirm the original
      * sale.  A dispute whose invoice is not registered, is not a
      * valid sale (rejected or voided), or is for more than the
      * sale, is still carried - the money has gone - but is listed
      * as unmatched until it is resolved.  A lost dispute is written
      * to chargeback_gl_postings.dat in the gl_postings.dat format
      * for the GL: chargeback losses debited, the card tender it was
      * paid with credited, with the control-total trailer.  Open and
      * represented disputes are aged against the processor's
      * response deadline - past the deadline, due within 7 days,
      * 8-14 days and later.
      *
      * Run on demand when the processor's file arrives.  Trial-run
      * mode on the card prints the report and posts nothing.  After
      * posting, the dispute file is renamed ChargebackTransPosted.dat
      * so it is never posted twice; rejected lines are corrected
      * onto a new dispute file.  A dispute master larger than the
      * dispute table, or a run that fills the dispute or lost-case
      * tables, stops with condition code 8 - no GL postings, the
      * master is not rewritten and the dispute file is not renamed,
      * so the whole file posts once the table is sized.
      *
      * Dispute record layout (ChargebackTrans.dat, 53 characters):
      *   action x(1) (O/P/W/L), processor case number x(10),
      *   card tender x(2) (CR/DB), store x(2), invoice x(9),
      *   amount 9(7)v99, dispute date 9(8) (for P/W/L the date of
      *   the action), processor reason code x(4), response deadline
      *   9(8) (zero = 30 days from the dispute date).  P, W and L
      *   need only the action, case number and date.
      *
       environment division.
       input-output section.
       file-control.
           select dispute-trans-file
               assign "../../../data/ChargebackTrans.dat"
               organization is line sequential
               file status is ws-trans-file-status.
      *
           select dispute-master-file
               assign "../../../data/DisputeMaster.dat"
               organization is line sequential
               file status is ws-master-file-status.
      *
           select invoice-register-file
               assign "../../../data/InvoiceRegister.dat"
               organization is indexed
               access is random
               record key is reg-key
               file status is ws-reg-file-status.
      *
           select gl-posting-file
               assign "../../../data/chargeback_gl_postings.dat"
               organization is line sequential.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select print-file
               assign "../../../data/chargeback_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * The processor's dispute file - one line per dispute event.
       fd dispute-trans-file
           data record is dispute-trans-record
           record contains 53 characters.
      *
       01 dispute-trans-record.
           05 cbt-action                       pic x(1).
               88 cbt-is-opened                value "O".
               88 cbt-is-represented           value "P".
               88 cbt-is-won                   value "W".
               88 cbt-is-lost                  value "L".
           05 cbt-case-number                  pic x(10).
           05 cbt-tender                       pic x(2).
               88 cbt-tender-is-card           value "CR" "DB".
           05 cbt-store-number                 pic x(2).
           05 cbt-invoice-number               pic x(9).
           05 cbt-amount                       pic 9(7)v99.
           05 cbt-dispute-date                 pic 9(8).
           05 cbt-dispute-date-r redefines cbt-dispute-date.
               10 cbt-dispute-year             pic 9(4).
               10 cbt-dispute-month            pic 99.
               10 cbt-dispute-day              pic 99.
           05 cbt-reason-code                  pic x(4).
           05 cbt-deadline                     pic 9(8).
           05 cbt-deadline-r redefines cbt-deadline.
               10 cbt-deadline-year            pic 9(4).
               10 cbt-deadline-month           pic 99.
               10 cbt-deadline-day             pic 99.
      *
      * Dispute master - one record per processor case, carried
      * forward from run to run and kept once resolved.
       fd dispute-master-file
           data record is dispute-master-record
           record contains 80 characters.
      *
       01 dispute-master-record.
           05 dsp-case-number                  pic x(10).
           05 dsp-tender                       pic x(2).
           05 dsp-store-number                 pic x(2).
           05 dsp-invoice-number               pic x(9).
           05 dsp-amount                       pic 9(7)v99.
           05 dsp-dispute-date                 pic 9(8).
           05 dsp-reason-code                  pic x(4).
           05 dsp-deadline                     pic 9(8).
           05 dsp-status                       pic x(1).
           05 dsp-status-date                  pic 9(8).
      * Y = sale confirmed, N = invoice not registered, X = not a
      * valid sale, A = dispute for more than the sale
           05 dsp-match-code                   pic x(1).
           05 dsp-sale-date                    pic 9(8).
           05 dsp-sale-amount                  pic 9(5)v99.
           05 filler                           pic x(3).
      *
      * The permanent invoice register, keyed store + invoice.
       fd invoice-register-file
           data record is invoice-register-record
           record contains 48 characters.
      *
       01 invoice-register-record.
           05 reg-key.
               10 reg-store-number             pic x(2).
               10 reg-invoice-number           pic x(9).
           05 reg-trans-date                   pic 9(8).
           05 reg-trans-code                   pic x(1).
           05 reg-trans-amount                 pic 9(5)v99.
           05 reg-disposition                  pic x(16).
           05 filler                           pic x(5).
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
       fd print-file
           record contains 90 characters
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-trans-file-status                 pic xx value spaces.
       77 ws-master-file-status                pic xx value spaces.
       77 ws-reg-file-status                   pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-trans-eof-flag                    pic x value 'n'.
       77 ws-master-eof-flag                   pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-business-yyyymmdd                 pic 9(8) value 0.
       77 ws-register-open-flag                pic x value 'n'.
           88 register-is-open                 value 'y'.
       77 ws-trans-present-flag                pic x value 'n'.
           88 dispute-file-present             value 'y'.
      * The GL postings file is only cut by a run that posts a
      * dispute file - a look at the aging alone leaves the last
      * postings for the GL to pick up.
       77 ws-gl-write-flag                     pic x value 'n'.
           88 gl-postings-written              value 'y'.

       77 ws-trans-old-name                    pic x(40) value
           "../../../data/ChargebackTrans.dat".
       77 ws-trans-new-name                    pic x(40) value
           "../../../data/ChargebackTransPosted.dat".

      * Run counters
       77 ws-read-cnt                          pic 9(5) value 0.
       77 ws-applied-cnt                       pic 9(5) value 0.
       77 ws-rejected-cnt                      pic 9(5) value 0.
       77 ws-opened-cnt                        pic 9(5) value 0.
       77 ws-opened-amt                        pic 9(9)v99 value 0.
       77 ws-represented-cnt                   pic 9(5) value 0.
       77 ws-won-cnt                           pic 9(5) value 0.
       77 ws-won-amt                           pic 9(9)v99 value 0.
       77 ws-lost-cnt                          pic 9(5) value 0.
       77 ws-lost-amt                          pic 9(9)v99 value 0.
       77 ws-unmatched-cnt                     pic 9(5) value 0.
       77 ws-unmatched-amt                     pic 9(9)v99 value 0.
       77 ws-reject-reason                     pic x(30) value spaces.
       77 ws-result-text                       pic x(30) value spaces.

      * Dispute master table - the whole master, updated in place
      * and written back at the end of a posting run.
       77 ws-dsp-tbl-cnt                       pic 9(5) value 0.
       77 ws-dsp-tbl-sub                       pic 9(5) value 0.
       77 ws-dsp-match-sub                     pic 9(5) value 0.
       77 ws-dsp-overflow-flag                 pic x value 'n'.
       01 ws-dispute-table.
           05 ws-dsp-entry                     occurs 10000 times.
               10 ws-dsp-case                  pic x(10).
               10 ws-dsp-tender                pic x(2).
               10 ws-dsp-store                 pic x(2).
               10 ws-dsp-invoice               pic x(9).
               10 ws-dsp-amount                pic 9(7)v99.
               10 ws-dsp-dispute-date          pic 9(8).
               10 ws-dsp-reason                pic x(4).
               10 ws-dsp-deadline              pic 9(8).
               10 ws-dsp-status                pic x(1).
                   88 ws-dsp-is-opened         value "O".
                   88 ws-dsp-is-represented    value "P".
                   88 ws-dsp-is-won            value "W".
                   88 ws-dsp-is-lost           value "L".
                   88 ws-dsp-is-open           value "O" "P".
               10 ws-dsp-status-date           pic 9(8).
               10 ws-dsp-match                 pic x(1).
                   88 ws-dsp-sale-confirmed    value "Y".
               10 ws-dsp-sale-date             pic 9(8).
               10 ws-dsp-sale-amount           pic 9(5)v99.

      * Lost disputes this run, for the GL postings
       77 ws-lst-tbl-cnt                       pic 9(4) value 0.
       77 ws-lst-tbl-sub                       pic 9(4) value 0.
       77 ws-lst-overflow-flag                 pic x value 'n'.
       01 ws-lost-table.
           05 ws-lst-entry                     occurs 2000 times.
               10 ws-lst-store                 pic x(2).
               10 ws-lst-tender                pic x(2).
               10 ws-lst-amount                pic 9(7)v99.

      * GL batch controls
       77 ws-posting-cnt                       pic 9(7) value 0.
       77 ws-debit-total                       pic 9(11)v99 value 0.
       77 ws-credit-total                      pic 9(11)v99 value 0.

      * Aging of open disputes against the response deadline
       77 ws-age-days                          pic 9(3) value 0.
       77 ws-aged-cnt                          pic 9(5) value 0.
       77 ws-past-cnt                          pic 9(5) value 0.
       77 ws-past-amt                          pic 9(9)v99 value 0.
       77 ws-due7-cnt                          pic 9(5) value 0.
       77 ws-due7-amt                          pic 9(9)v99 value 0.
       77 ws-due14-cnt                         pic 9(5) value 0.
       77 ws-due14-amt                         pic 9(9)v99 value 0.
       77 ws-later-cnt                         pic 9(5) value 0.
       77 ws-later-amt                         pic 9(9)v99 value 0.
       77 ws-open-cnt                          pic 9(5) value 0.
       77 ws-open-amt                          pic 9(9)v99 value 0.
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
               "FINAL PROJECT - PROGRAM 40".
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
           05 filler                           pic x(30) value spaces.
           05 filler                           pic x(30) value
               "Card Chargebacks And Disputes".
           05 filler                           pic x(30) value spaces.

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

       01 ws-no-trans-line                     pic x(90) value
           "*** No dispute file from the processor - nothing posted.".

       01 ws-trial-line                        pic x(90) value
           "*** Trial run - dispute master and GL postings unchanged.".

       01 ws-no-register-line                  pic x(90) value
           "*** Invoice register not on file - new disputes unmatched.".

       01 ws-activity-heading.
           05 filler                           pic x(40) value
               "Dispute Activity".
           05 filler                           pic x(50) value spaces.

       01 ws-activity-header-1.
           05 filler                           pic x(12) value
               "Case No.".
           05 filler                           pic x(4) value
               "Act".
           05 filler                           pic x(5) value
               "St".
           05 filler                           pic x(11) value
               "Invoice".
           05 filler                           pic x(4) value
               "Tn".
           05 filler                           pic x(13) value
               "     Amount".
           05 filler                           pic x(10) value
               "Date".
           05 filler                           pic x(31) value
               "Result".

       01 ws-activity-line.
           05 ws-acl-case                      pic x(10).
           05 filler                           pic x(2) value spaces.
           05 ws-acl-action                    pic x(1).
           05 filler                           pic x(3) value spaces.
           05 ws-acl-store                     pic x(2).
           05 filler                           pic x(3) value spaces.
           05 ws-acl-invoice                   pic x(9).
           05 filler                           pic x(2) value spaces.
           05 ws-acl-tender                    pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-acl-amount                    pic $$$,$$9.99.
           05 filler                           pic x(3) value spaces.
           05 ws-acl-date                      pic x(8).
           05 filler                           pic x(2) value spaces.
           05 ws-acl-result                    pic x(30).
           05 filler                           pic x(1) value spaces.

       01 ws-unmatched-heading.
           05 filler                           pic x(50) value
               "Open Disputes With No Matching Sale".
           05 filler                           pic x(40) value spaces.

       01 ws-unmatched-header-1.
           05 filler                           pic x(12) value
               "Case No.".
           05 filler                           pic x(4) value
               "St".
           05 filler                           pic x(11) value
               "Invoice".
           05 filler                           pic x(13) value
               "     Amount".
           05 filler                           pic x(10) value
               "Disputed".
           05 filler                           pic x(13) value
               "Status".
           05 filler                           pic x(27) value
               "Why unmatched".

       01 ws-unmatched-line.
           05 ws-uml-case                      pic x(10).
           05 filler                           pic x(2) value spaces.
           05 ws-uml-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-uml-invoice                   pic x(9).
           05 filler                           pic x(2) value spaces.
           05 ws-uml-amount                    pic $$$,$$9.99.
           05 filler                           pic x(3) value spaces.
           05 ws-uml-date                      pic 9(8).
           05 filler                           pic x(2) value spaces.
           05 ws-uml-status                    pic x(11).
           05 filler                           pic x(2) value spaces.
           05 ws-uml-why                       pic x(27).

       01 ws-unmatched-none-line               pic x(90) value
           "  Every open dispute matches a registered sale.".

       01 ws-aging-heading.
           05 filler                           pic x(60) value
               "Open Dispute Aging - Against The Response Deadline".
           05 filler                           pic x(30) value spaces.

       01 ws-aging-header-1.
           05 filler                           pic x(12) value
               "Case No.".
           05 filler                           pic x(4) value
               "St".
           05 filler                           pic x(11) value
               "Invoice".
           05 filler                           pic x(13) value
               "     Amount".
           05 filler                           pic x(13) value
               "Status".
           05 filler                           pic x(10) value
               "Deadline".
           05 filler                           pic x(5) value
               "Days".
           05 filler                           pic x(22) value
               "Bucket".

       01 ws-aging-line.
           05 ws-agl-case                      pic x(10).
           05 filler                           pic x(2) value spaces.
           05 ws-agl-store                     pic x(2).
           05 filler                           pic x(2) value spaces.
           05 ws-agl-invoice                   pic x(9).
           05 filler                           pic x(2) value spaces.
           05 ws-agl-amount                    pic $$$,$$9.99.
           05 filler                           pic x(3) value spaces.
           05 ws-agl-status                    pic x(11).
           05 filler                           pic x(2) value spaces.
           05 ws-agl-deadline                  pic 9(8).
           05 filler                           pic x(2) value spaces.
           05 ws-agl-days                      pic zz9.
           05 filler                           pic x(2) value spaces.
           05 ws-agl-bucket                    pic x(20).
           05 filler                           pic x(2) value spaces.

       01 ws-aging-none-line                   pic x(90) value
           "  No disputes open.".

       01 ws-bucket-line.
           05 filler                           pic x(2) value spaces.
           05 ws-bkl-label                     pic x(28).
           05 ws-bkl-cnt                       pic zz,zz9.
           05 filler                           pic x(4) value spaces.
           05 ws-bkl-amount                    pic $$,$$$,$$9.99.
           05 filler                           pic x(37) value spaces.

       01 ws-gl-heading.
           05 filler                           pic x(50) value
               "GL Postings - Lost Disputes".
           05 filler                           pic x(40) value spaces.

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

       01 ws-gl-none-line                      pic x(90) value
           "  No disputes lost this run - nothing posted.".

       01 ws-gl-control-line.
           05 filler                           pic x(20) value
               "  Records written : ".
           05 ws-glc-count                     pic zzz,zz9.
           05 filler                           pic x(6) value
               "  DR: ".
           05 ws-glc-debit                     pic $$$,$$$,$$9.99.
           05 filler                           pic x(6) value
               "  CR: ".
           05 ws-glc-credit                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(23) value spaces.

       01 ws-count-line.
           05 ws-cnl-label                     pic x(35).
           05 ws-cnl-cnt                       pic zz,zz9.
           05 filler                           pic x(4) value spaces.
           05 ws-cnl-amount                    pic $$,$$$,$$9.99.
           05 filler                           pic x(32) value spaces.

       01 ws-dsp-overflow-line                 pic x(90) value
           "*** WARNING - dispute table full".

       01 ws-lst-overflow-line                 pic x(90) value
           "*** WARNING - lost dispute table full".

       01 ws-not-posted-line                   pic x(90) value
           "*** NOTHING POSTED - master and dispute file left as is".

      * Set when a table filled during the run - nothing is written
       77 ws-post-stopped-flag                 pic x value 'n'.
           88 posting-stopped                  value 'y'.

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 060-load-dispute-master.
           if ws-dsp-overflow-flag = 'y' then
               display "PROGRAM40: more than 10000 disputes on the"
                   " dispute master - nothing posted." upon console
               move 8                      to return-code
               goback
           end-if.

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
           if ws-runctl-mode = "T" then
               write print-line from ws-trial-line
                   after advancing 1 line
           end-if.

           perform 100-apply-disputes.

      * A table that filled has left disputes off it - nothing is
      * written, so the file posts whole once the table is sized.
           if (ws-dsp-overflow-flag = 'y') or
              (ws-lst-overflow-flag = 'y') then
               move 'y'                    to ws-post-stopped-flag
           end-if.

           perform 200-print-unmatched-section.
           perform 220-print-aging-section.
           perform 240-print-gl-section.
           perform 300-print-footer.

           close print-file.

      * Trial-run mode previews the posting - the dispute master and
      * the processor's file stay as they were.
           if (ws-runctl-mode not = "T") and
              (dispute-file-present) and
              (not posting-stopped) then
               perform 400-rewrite-dispute-master
               perform 420-retire-dispute-file
           end-if.

           if posting-stopped then
               display "PROGRAM40: a table filled - nothing posted;"
                   " see the chargeback report." upon console
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
      * Load The Dispute Master Into The Table
      *
       060-load-dispute-master.
           open input dispute-master-file.

           if ws-master-file-status = "35" then
      * No disputes yet - first run of the subsystem
               continue
           else
               read dispute-master-file
                   at end
                       move 'y'            to ws-master-eof-flag
               end-read
               perform 062-load-dispute-loop
                   until ws-master-eof-flag = 'y'
               close dispute-master-file
           end-if.

       062-load-dispute-loop.
           if ws-dsp-tbl-cnt < 10000 then
               add 1                       to ws-dsp-tbl-cnt
               move dsp-case-number
                   to ws-dsp-case(ws-dsp-tbl-cnt)
               move dsp-tender
                   to ws-dsp-tender(ws-dsp-tbl-cnt)
               move dsp-store-number
                   to ws-dsp-store(ws-dsp-tbl-cnt)
               move dsp-invoice-number
                   to ws-dsp-invoice(ws-dsp-tbl-cnt)
               move dsp-amount
                   to ws-dsp-amount(ws-dsp-tbl-cnt)
               move dsp-dispute-date
                   to ws-dsp-dispute-date(ws-dsp-tbl-cnt)
               move dsp-reason-code
                   to ws-dsp-reason(ws-dsp-tbl-cnt)
               move dsp-deadline
                   to ws-dsp-deadline(ws-dsp-tbl-cnt)
               move dsp-status
                   to ws-dsp-status(ws-dsp-tbl-cnt)
               move dsp-status-date
                   to ws-dsp-status-date(ws-dsp-tbl-cnt)
               move dsp-match-code
                   to ws-dsp-match(ws-dsp-tbl-cnt)
               move dsp-sale-date
                   to ws-dsp-sale-date(ws-dsp-tbl-cnt)
               move dsp-sale-amount
                   to ws-dsp-sale-amount(ws-dsp-tbl-cnt)
           else
               move 'y'                    to ws-dsp-overflow-flag
           end-if.

           read dispute-master-file
               at end
                   move 'y'                to ws-master-eof-flag.
      *
      * Apply The Processor's Dispute File To The Master
      *
       100-apply-disputes.
           open input dispute-trans-file.

           if ws-trans-file-status = "35" then
               write print-line from ws-no-trans-line
                   after advancing 2 line
           else
               move 'y'                    to ws-trans-present-flag
               open input invoice-register-file
               if ws-reg-file-status = "00" then
                   move 'y'                to ws-register-open-flag
               else
                   write print-line from ws-no-register-line
                       after advancing 1 line
               end-if
               write print-line from ws-activity-heading
                   after advancing 2 line
               write print-line from ws-activity-header-1
                   after advancing 2 line
               read dispute-trans-file
                   at end
                       move 'y'            to ws-trans-eof-flag
               end-read
               perform 110-apply-one-dispute
                   until ws-trans-eof-flag = 'y'
               close dispute-trans-file
               if register-is-open then
                   close invoice-register-file
               end-if
           end-if.

       110-apply-one-dispute.
           add 1                           to ws-read-cnt.
           move spaces                     to ws-reject-reason.
           move spaces                     to ws-result-text.
           perform 120-find-case.

           if cbt-dispute-date is not numeric or
              cbt-dispute-month < 1 or cbt-dispute-month > 12 or
              cbt-dispute-day < 1 or cbt-dispute-day > 31 then
               move "DATE MISSING OR NOT VALID" to ws-reject-reason
           else
               evaluate true
                   when cbt-is-opened
                       perform 130-open-dispute
                   when cbt-is-represented
                       perform 140-represent-dispute
                   when cbt-is-won or cbt-is-lost
                       perform 150-resolve-dispute
                   when other
                       move "ACTION MUST BE O, P, W OR L"
                           to ws-reject-reason
               end-evaluate
           end-if.

           if ws-reject-reason = spaces then
               add 1                       to ws-applied-cnt
               move ws-result-text         to ws-acl-result
           else
               add 1                       to ws-rejected-cnt
               move ws-reject-reason       to ws-acl-result
           end-if.
           perform 190-print-activity-line.

           read dispute-trans-file
               at end
                   move 'y'                to ws-trans-eof-flag.
      *
      * Find The Processor Case On The Master
      *
       120-find-case.
           move zero                       to ws-dsp-match-sub.
           perform varying ws-dsp-tbl-sub from 1 by 1
               until ws-dsp-tbl-sub > ws-dsp-tbl-cnt
                   if ws-dsp-case(ws-dsp-tbl-sub) = cbt-case-number
                   then
                       move ws-dsp-tbl-sub to ws-dsp-match-sub
                   end-if
           end-perform.
      *
      * A New Dispute - edit it, confirm the sale on the register
      * and add it to the master opened
      *
       130-open-dispute.
           evaluate true
               when cbt-case-number = spaces
                   move "CASE NUMBER MISSING" to ws-reject-reason
               when ws-dsp-match-sub > 0
                   move "CASE ALREADY ON FILE" to ws-reject-reason
               when not cbt-tender-is-card
                   move "TENDER MUST BE CR OR DB" to ws-reject-reason
               when cbt-store-number = spaces or
                    cbt-invoice-number = spaces
                   move "STORE AND INVOICE REQUIRED"
                       to ws-reject-reason
               when cbt-amount is not numeric or cbt-amount = zero
                   move "AMOUNT MISSING OR NOT NUMERIC"
                       to ws-reject-reason
               when cbt-deadline is not numeric
                   move "DEADLINE NOT VALID" to ws-reject-reason
               when (cbt-deadline not = zero) and
                    (cbt-deadline-month < 1 or
                     cbt-deadline-month > 12 or
                     cbt-deadline-day < 1 or cbt-deadline-day > 31)
                   move "DEADLINE NOT VALID" to ws-reject-reason
               when ws-dsp-tbl-cnt not < 10000
                   move "DISPUTE TABLE FULL" to ws-reject-reason
                   move 'y'                to ws-dsp-overflow-flag
               when other
                   continue
           end-evaluate.

           if ws-reject-reason = spaces then
               add 1                       to ws-dsp-tbl-cnt
               move ws-dsp-tbl-cnt         to ws-dsp-match-sub
               move cbt-case-number
                   to ws-dsp-case(ws-dsp-match-sub)
               move cbt-tender
                   to ws-dsp-tender(ws-dsp-match-sub)
               move cbt-store-number
                   to ws-dsp-store(ws-dsp-match-sub)
               move cbt-invoice-number
                   to ws-dsp-invoice(ws-dsp-match-sub)
               move cbt-amount
                   to ws-dsp-amount(ws-dsp-match-sub)
               move cbt-dispute-date
                   to ws-dsp-dispute-date(ws-dsp-match-sub)
               move cbt-reason-code
                   to ws-dsp-reason(ws-dsp-match-sub)
               move "O"
                   to ws-dsp-status(ws-dsp-match-sub)
               move cbt-dispute-date
                   to ws-dsp-status-date(ws-dsp-match-sub)
      * No deadline from the processor - allow the usual 30 days
               if cbt-deadline = zero then
                   move cbt-dispute-date   to ws-date-work
                   perform 500-add-one-day
                       varying ws-day-sub from 1 by 1
                       until ws-day-sub > 30
                   move ws-date-work
                       to ws-dsp-deadline(ws-dsp-match-sub)
               else
                   move cbt-deadline
                       to ws-dsp-deadline(ws-dsp-match-sub)
               end-if
               perform 135-match-register
               add 1                       to ws-opened-cnt
               add cbt-amount              to ws-opened-amt
               if ws-dsp-sale-confirmed(ws-dsp-match-sub) then
                   move "OPENED - SALE CONFIRMED" to ws-result-text
               else
                   move "OPENED - NO MATCHING SALE" to ws-result-text
               end-if
           end-if.
      *
      * Confirm The Original Sale On The Invoice Register
      *
       135-match-register.
           move "N"
               to ws-dsp-match(ws-dsp-match-sub).
           move zero
               to ws-dsp-sale-date(ws-dsp-match-sub).
           move zero
               to ws-dsp-sale-amount(ws-dsp-match-sub).

           if register-is-open then
               move cbt-store-number       to reg-store-number
               move cbt-invoice-number     to reg-invoice-number
               read invoice-register-file
                   invalid key
                       continue
                   not invalid key
                       move reg-trans-date
                           to ws-dsp-sale-date(ws-dsp-match-sub)
                       move reg-trans-amount
                           to ws-dsp-sale-amount(ws-dsp-match-sub)
                       if (reg-trans-code = "S" or "L") and
                          (reg-disposition not = "REJECTED") and
                          (reg-disposition not = "VOIDED") then
                           if cbt-amount > reg-trans-amount then
                               move "A"
                                   to ws-dsp-match(ws-dsp-match-sub)
                           else
                               move "Y"
                                   to ws-dsp-match(ws-dsp-match-sub)
                           end-if
                       else
                           move "X"
                               to ws-dsp-match(ws-dsp-match-sub)
                       end-if
               end-read
           end-if.
      *
      * Finance Has Sent The Processor The Sale's Evidence
      *
       140-represent-dispute.
           if ws-dsp-match-sub = 0 then
               move "CASE NOT ON FILE"     to ws-reject-reason
           else
               if not ws-dsp-is-opened(ws-dsp-match-sub) then
                   move "CASE NOT OPEN - CANNOT REPRESENT"
                       to ws-reject-reason
               else
                   move "P"
                       to ws-dsp-status(ws-dsp-match-sub)
                   move cbt-dispute-date
                       to ws-dsp-status-date(ws-dsp-match-sub)
                   add 1                   to ws-represented-cnt
                   move "REPRESENTED"      to ws-result-text
               end-if
           end-if.
      *
      * The Processor Has Decided The Dispute - won, or lost and
      * posted to the GL as a chargeback loss
      *
       150-resolve-dispute.
           evaluate true
               when ws-dsp-match-sub = 0
                   move "CASE NOT ON FILE" to ws-reject-reason
               when not ws-dsp-is-open(ws-dsp-match-sub)
                   move "CASE ALREADY RESOLVED" to ws-reject-reason
               when (cbt-is-lost) and (ws-lst-tbl-cnt not < 2000)
                   move "LOST DISPUTE TABLE FULL" to ws-reject-reason
                   move 'y'                to ws-lst-overflow-flag
               when other
                   continue
           end-evaluate.

           if ws-reject-reason = spaces then
               move cbt-action
                   to ws-dsp-status(ws-dsp-match-sub)
               move cbt-dispute-date
                   to ws-dsp-status-date(ws-dsp-match-sub)
               if cbt-is-won then
                   add 1                   to ws-won-cnt
                   add ws-dsp-amount(ws-dsp-match-sub)
                       to ws-won-amt
                   move "WON"              to ws-result-text
               else
                   add 1                   to ws-lost-cnt
                   add ws-dsp-amount(ws-dsp-match-sub)
                       to ws-lost-amt
                   add 1                   to ws-lst-tbl-cnt
                   move ws-dsp-store(ws-dsp-match-sub)
                       to ws-lst-store(ws-lst-tbl-cnt)
                   move ws-dsp-tender(ws-dsp-match-sub)
                       to ws-lst-tender(ws-lst-tbl-cnt)
                   move ws-dsp-amount(ws-dsp-match-sub)
                       to ws-lst-amount(ws-lst-tbl-cnt)
                   move "LOST - POSTED TO GL" to ws-result-text
               end-if
           end-if.
      *
      * Echo One Dispute Line And What Became Of It
      *
       190-print-activity-line.
           move cbt-case-number            to ws-acl-case.
           move cbt-action                 to ws-acl-action.
      * A P/W/L line need not repeat the dispute - show the master's
           if ws-dsp-match-sub > 0 then
               move ws-dsp-store(ws-dsp-match-sub)   to ws-acl-store
               move ws-dsp-invoice(ws-dsp-match-sub) to ws-acl-invoice
               move ws-dsp-tender(ws-dsp-match-sub)  to ws-acl-tender
               move ws-dsp-amount(ws-dsp-match-sub)  to ws-acl-amount
           else
               move cbt-store-number       to ws-acl-store
               move cbt-invoice-number     to ws-acl-invoice
               move cbt-tender             to ws-acl-tender
               if cbt-amount is numeric then
                   move cbt-amount         to ws-acl-amount
               else
                   move zero               to ws-acl-amount
               end-if
           end-if.
           move cbt-dispute-date           to ws-acl-date.
           write print-line from ws-activity-line
               after advancing 1 line.
      *
      * List Every Open Dispute Whose Sale Could Not Be Confirmed
      *
       200-print-unmatched-section.
           write print-line from ws-unmatched-heading
               after advancing 2 line.
           write print-line from ws-unmatched-header-1
               after advancing 2 line.

           perform 205-print-unmatched-line
               varying ws-dsp-tbl-sub from 1 by 1
               until ws-dsp-tbl-sub > ws-dsp-tbl-cnt.

           if ws-unmatched-cnt = 0 then
               write print-line from ws-unmatched-none-line
                   after advancing 1 line
           end-if.

       205-print-unmatched-line.
           if (ws-dsp-is-open(ws-dsp-tbl-sub)) and
              (not ws-dsp-sale-confirmed(ws-dsp-tbl-sub)) then
               add 1                       to ws-unmatched-cnt
               add ws-dsp-amount(ws-dsp-tbl-sub) to ws-unmatched-amt
               move ws-dsp-case(ws-dsp-tbl-sub)    to ws-uml-case
               move ws-dsp-store(ws-dsp-tbl-sub)   to ws-uml-store
               move ws-dsp-invoice(ws-dsp-tbl-sub) to ws-uml-invoice
               move ws-dsp-amount(ws-dsp-tbl-sub)  to ws-uml-amount
               move ws-dsp-dispute-date(ws-dsp-tbl-sub)
                   to ws-uml-date
               perform 210-status-text
               move ws-agl-status          to ws-uml-status
               evaluate ws-dsp-match(ws-dsp-tbl-sub)
                   when "X"
                       move "NOT A VALID SALE"  to ws-uml-why
                   when "A"
                       move "MORE THAN THE SALE" to ws-uml-why
                   when other
                       move "INVOICE NOT REGISTERED" to ws-uml-why
               end-evaluate
               write print-line from ws-unmatched-line
                   after advancing 1 line
           end-if.
      *
      * Dispute Status In Words (left in ws-agl-status)
      *
       210-status-text.
           evaluate true
               when ws-dsp-is-opened(ws-dsp-tbl-sub)
                   move "OPENED"           to ws-agl-status
               when ws-dsp-is-represented(ws-dsp-tbl-sub)
                   move "REPRESENTED"      to ws-agl-status
               when ws-dsp-is-won(ws-dsp-tbl-sub)
                   move "WON"              to ws-agl-status
               when ws-dsp-is-lost(ws-dsp-tbl-sub)
                   move "LOST"             to ws-agl-status
               when other
                   move "UNKNOWN"          to ws-agl-status
           end-evaluate.
      *
      * Age Every Open Dispute Against Its Response Deadline - the
      * days are counted a day at a time between the business date
      * and the deadline
      *
       220-print-aging-section.
           write print-line from ws-aging-heading
               after advancing 2 line.
           write print-line from ws-aging-header-1
               after advancing 2 line.

           perform 225-age-one-dispute
               varying ws-dsp-tbl-sub from 1 by 1
               until ws-dsp-tbl-sub > ws-dsp-tbl-cnt.

           if ws-aged-cnt = 0 then
               write print-line from ws-aging-none-line
                   after advancing 1 line
           else
               move "Past the deadline     :"  to ws-bkl-label
               move ws-past-cnt            to ws-bkl-cnt
               move ws-past-amt            to ws-bkl-amount
               write print-line from ws-bucket-line
                   after advancing 2 line
               move "Due within 7 days     :"  to ws-bkl-label
               move ws-due7-cnt            to ws-bkl-cnt
               move ws-due7-amt            to ws-bkl-amount
               write print-line from ws-bucket-line
                   after advancing 1 line
               move "Due in 8 to 14 days   :"  to ws-bkl-label
               move ws-due14-cnt           to ws-bkl-cnt
               move ws-due14-amt           to ws-bkl-amount
               write print-line from ws-bucket-line
                   after advancing 1 line
               move "Due after 14 days     :"  to ws-bkl-label
               move ws-later-cnt           to ws-bkl-cnt
               move ws-later-amt           to ws-bkl-amount
               write print-line from ws-bucket-line
                   after advancing 1 line
           end-if.

       225-age-one-dispute.
           if ws-dsp-is-open(ws-dsp-tbl-sub) then
               add 1                       to ws-aged-cnt
               add 1                       to ws-open-cnt
               add ws-dsp-amount(ws-dsp-tbl-sub) to ws-open-amt
               move zero                   to ws-age-days
               if ws-dsp-deadline(ws-dsp-tbl-sub) <
                  ws-business-yyyymmdd then
                   move ws-dsp-deadline(ws-dsp-tbl-sub)
                       to ws-date-work
                   perform 230-count-one-day
                       until ws-date-work not < ws-business-yyyymmdd
                       or ws-age-days = 999
                   move "PAST DEADLINE"    to ws-agl-bucket
                   add 1                   to ws-past-cnt
                   add ws-dsp-amount(ws-dsp-tbl-sub) to ws-past-amt
               else
                   move ws-business-yyyymmdd to ws-date-work
                   perform 230-count-one-day
                       until ws-date-work not <
                           ws-dsp-deadline(ws-dsp-tbl-sub)
                       or ws-age-days = 999
                   evaluate true
                       when ws-age-days not > 7
                           move "DUE WITHIN 7 DAYS" to ws-agl-bucket
                           add 1           to ws-due7-cnt
                           add ws-dsp-amount(ws-dsp-tbl-sub)
                               to ws-due7-amt
                       when ws-age-days not > 14
                           move "DUE IN 8-14 DAYS" to ws-agl-bucket
                           add 1           to ws-due14-cnt
                           add ws-dsp-amount(ws-dsp-tbl-sub)
                               to ws-due14-amt
                       when other
                           move "DUE AFTER 14 DAYS" to ws-agl-bucket
                           add 1           to ws-later-cnt
                           add ws-dsp-amount(ws-dsp-tbl-sub)
                               to ws-later-amt
                   end-evaluate
               end-if
               move ws-dsp-case(ws-dsp-tbl-sub)    to ws-agl-case
               move ws-dsp-store(ws-dsp-tbl-sub)   to ws-agl-store
               move ws-dsp-invoice(ws-dsp-tbl-sub) to ws-agl-invoice
               move ws-dsp-amount(ws-dsp-tbl-sub)  to ws-agl-amount
               move ws-dsp-deadline(ws-dsp-tbl-sub)
                   to ws-agl-deadline
               move ws-age-days            to ws-agl-days
               perform 210-status-text
               write print-line from ws-aging-line
                   after advancing 1 line
           end-if.

       230-count-one-day.
           perform 500-add-one-day.
           add 1                           to ws-age-days.
      *
      * Post The Lost Disputes - chargeback losses debited against
      * the card tender the sale was paid with
      *
       240-print-gl-section.
           write print-line from ws-gl-heading
               after advancing 2 line.

           if (ws-runctl-mode not = "T") and
              (dispute-file-present) and
              (not posting-stopped) then
               move 'y'                    to ws-gl-write-flag
               open output gl-posting-file
           end-if.

           perform 245-post-one-lost
               varying ws-lst-tbl-sub from 1 by 1
               until ws-lst-tbl-sub > ws-lst-tbl-cnt.

           if ws-lst-tbl-cnt = 0 then
               write print-line from ws-gl-none-line
                   after advancing 1 line
           end-if.

           if gl-postings-written then
               move spaces                 to gl-posting-record
               move "T"                    to gl-trl-record-type
               move ws-posting-cnt         to gl-trl-record-count
               move ws-debit-total         to gl-trl-debit-total
               move ws-credit-total        to gl-trl-credit-total
               write gl-posting-record
               close gl-posting-file
           end-if.

           move ws-posting-cnt             to ws-glc-count.
           move ws-debit-total             to ws-glc-debit.
           move ws-credit-total            to ws-glc-credit.
           write print-line from ws-gl-control-line
               after advancing 2 line.

       245-post-one-lost.
           move ws-lst-store(ws-lst-tbl-sub) to gl-store-number.
           move "6100"                     to gl-account-number.
           move "CHARGEBACK LOSSES"        to gl-account-name.
           move "DR"                       to gl-dr-cr.
           move ws-lst-amount(ws-lst-tbl-sub) to gl-amount.
           perform 250-write-posting.

           if ws-lst-tender(ws-lst-tbl-sub) = "DB" then
               move "1030"                 to gl-account-number
               move "DEBIT CARD TENDER"    to gl-account-name
           else
               move "1020"                 to gl-account-number
               move "CREDIT CARD TENDER"   to gl-account-name
           end-if.
           move "CR"                       to gl-dr-cr.
           move ws-lst-amount(ws-lst-tbl-sub) to gl-amount.
           perform 250-write-posting.
      *
      * Write One Posting Record And Echo It On The Report
      *
       250-write-posting.
           move "D"                        to gl-record-type.
           move ws-business-yyyymmdd       to gl-business-date.
           if gl-postings-written then
               write gl-posting-record
           end-if.

           add 1                           to ws-posting-cnt.
           if gl-dr-cr = "DR" then
               add gl-amount               to ws-debit-total
           else
               add gl-amount               to ws-credit-total
           end-if.

           move gl-store-number            to ws-pdl-store.
           move gl-account-number          to ws-pdl-account.
           move gl-account-name            to ws-pdl-name.
           move gl-dr-cr                   to ws-pdl-dr-cr.
           move gl-amount                  to ws-pdl-amount.
           write print-line from ws-posting-detail-line
               after advancing 1 line.
      *
      * Print The Run Totals
      *
       300-print-footer.
           move "Dispute lines read         :" to ws-cnl-label.
           move ws-read-cnt                to ws-cnl-cnt.
           move zero                       to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 2 line.

           move "Applied                    :" to ws-cnl-label.
           move ws-applied-cnt             to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Rejected                   :" to ws-cnl-label.
           move ws-rejected-cnt            to ws-cnl-cnt.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Disputes opened            :" to ws-cnl-label.
           move ws-opened-cnt              to ws-cnl-cnt.
           move ws-opened-amt              to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Disputes represented       :" to ws-cnl-label.
           move ws-represented-cnt         to ws-cnl-cnt.
           move zero                       to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Disputes won               :" to ws-cnl-label.
           move ws-won-cnt                 to ws-cnl-cnt.
           move ws-won-amt                 to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Disputes lost (posted)     :" to ws-cnl-label.
           move ws-lost-cnt                to ws-cnl-cnt.
           move ws-lost-amt                to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 1 line.

           move "Open disputes carried      :" to ws-cnl-label.
           move ws-open-cnt                to ws-cnl-cnt.
           move ws-open-amt                to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 1 line.

           move "  of which unmatched       :" to ws-cnl-label.
           move ws-unmatched-cnt           to ws-cnl-cnt.
           move ws-unmatched-amt           to ws-cnl-amount.
           write print-line from ws-count-line
               after advancing 1 line.

           if ws-dsp-overflow-flag = 'y' then
               write print-line from ws-dsp-overflow-line
                   after advancing 1 line
           end-if.
           if ws-lst-overflow-flag = 'y' then
               write print-line from ws-lst-overflow-line
                   after advancing 1 line
           end-if.
           if posting-stopped then
               write print-line from ws-not-posted-line
                   after advancing 2 line
           end-if.
      *
      * Rewrite The Dispute Master From The Table
      *
       400-rewrite-dispute-master.
           open output dispute-master-file.

           perform 410-write-dispute-entry
               varying ws-dsp-tbl-sub from 1 by 1
               until ws-dsp-tbl-sub > ws-dsp-tbl-cnt.

           close dispute-master-file.

       410-write-dispute-entry.
           move spaces                     to dispute-master-record.
           move ws-dsp-case(ws-dsp-tbl-sub)    to dsp-case-number.
           move ws-dsp-tender(ws-dsp-tbl-sub)  to dsp-tender.
           move ws-dsp-store(ws-dsp-tbl-sub)   to dsp-store-number.
           move ws-dsp-invoice(ws-dsp-tbl-sub) to dsp-invoice-number.
           move ws-dsp-amount(ws-dsp-tbl-sub)  to dsp-amount.
           move ws-dsp-dispute-date(ws-dsp-tbl-sub)
               to dsp-dispute-date.
           move ws-dsp-reason(ws-dsp-tbl-sub)  to dsp-reason-code.
           move ws-dsp-deadline(ws-dsp-tbl-sub) to dsp-deadline.
           move ws-dsp-status(ws-dsp-tbl-sub)  to dsp-status.
           move ws-dsp-status-date(ws-dsp-tbl-sub)
               to dsp-status-date.
           move ws-dsp-match(ws-dsp-tbl-sub)   to dsp-match-code.
           move ws-dsp-sale-date(ws-dsp-tbl-sub) to dsp-sale-date.
           move ws-dsp-sale-amount(ws-dsp-tbl-sub)
               to dsp-sale-amount.
           write dispute-master-record.
      *
      * Retire The Posted Dispute File So It Is Never Posted Twice
      *
       420-retire-dispute-file.
           call "CBL_RENAME_FILE" using ws-trans-old-name
                                        ws-trans-new-name.
           move 0                          to return-code.
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

       end program program40.
