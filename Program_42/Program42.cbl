       identification division.
       program-id. program42.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Month-end subledger proof.  Run by the month-end
      * close, this proves the subledgers tie to the ledger: the
      * balances on the permanent GL journal register (every line
      * program12 posted, net of any backout reversals) are set
      * against the files the subledgers actually live on -
      *
      *   2100 refunds payable and 4100 returns contra-revenue for
      *        the period's returns, against the period's returns on
      *        the daily history (StoreHistory.dat), with the part
      *        matched to an originating sale from the matched-
      *        returns history shown beside it;
      *   2300 gift-card liability to date, against the outstanding
      *        card balances on GiftCardLedger.dat (a balance the
      *        dormancy run took to breakage is out of the liability
      *        until the card is used again);
      *   4200 forfeiture income and 2100 refunds payable from
      *        layaway defaults to date, against the paid balances of
      *        the defaulted layaways on LayawayMaster.dat.
      *
      * Each line prints the ledger and subledger figures, the
      * difference, and TIES or OUT.  The period is the one the close
      * cut - the fiscal 4-4-5 period holding the run-control date,
      * or its calendar month when there is no fiscal calendar.
      * Return code 4 when any line is out, 0 otherwise.
      *
       environment division.
       input-output section.
       file-control.
           select journal-register-file
               assign "../../../data/GLJournalRegister.dat"
               organization is indexed
               access is sequential
               record key is jr-key
               file status is ws-jrn-file-status.
      *
           select store-history-file
               assign "../../../data/StoreHistory.dat"
               organization is line sequential
               file status is ws-history-file-status.
      *
           select matched-history-file
               assign "../../../data/MatchedReturnsHistory.dat"
               organization is line sequential
               file status is ws-mhist-file-status.
      *
           select card-ledger-file
               assign "../../../data/GiftCardLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.
      *
           select layaway-master-file
               assign "../../../data/LayawayMaster.dat"
               organization is line sequential
               file status is ws-layaway-file-status.
      *
           select run-control-file
               assign "../../../data/RunControl.dat"
               organization is line sequential
               file status is ws-runctl-file-status.
      *
           select fiscal-calendar-file
               assign "../../../data/FiscalCalendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.
      *
           select print-file
               assign "../../../data/gl_proof_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * Permanent GL journal register (program12, program41)
       fd journal-register-file
           data record is journal-register-record
           record contains 80 characters.
      *
       01 journal-register-record.
           05 jr-key.
               10 jr-cycle-number              pic 9(4).
               10 jr-business-date             pic 9(8).
               10 jr-business-date-r redefines jr-business-date.
                   15 jr-year-month            pic 9(6).
                   15 jr-day                   pic 99.
               10 jr-line-seq                  pic 9(5).
           05 jr-entry-type                    pic x(1).
               88 jr-is-posting                value "P".
               88 jr-is-reversal               value "R".
           05 jr-source                        pic x(2).
               88 jr-from-returns              value "RT".
               88 jr-from-layaway-default      value "LF".
           05 jr-store-number                  pic x(2).
           05 jr-account-number                pic x(4).
           05 jr-account-name                  pic x(20).
           05 jr-dr-cr                         pic x(2).
               88 jr-is-debit                  value "DR".
           05 jr-amount                        pic 9(9)v99.
           05 jr-posted-date                   pic 9(8).
           05 jr-reversed-flag                 pic x(1).
               88 jr-was-reversed              value "R".
           05 filler                           pic x(12).
      *
       fd store-history-file
           data record is store-history-record
           record contains 66 characters.
      *
       01 store-history-record.
           05 sth-business-date                pic 9(8).
           05 sth-business-date-r redefines sth-business-date.
               10 sth-year-month               pic 9(6).
               10 sth-day                      pic 99.
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
       fd matched-history-file
           data record is matched-history-record
           record contains 26 characters.
      *
       01 matched-history-record.
           05 mrh-business-date                pic 9(8).
           05 mrh-business-date-r redefines mrh-business-date.
               10 mrh-year-month               pic 9(6).
               10 mrh-day                      pic 99.
           05 mrh-store-number                 pic x(2).
           05 mrh-matched-count                pic 9(5).
           05 mrh-matched-amount               pic 9(9)v99.
      *
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
       fd layaway-master-file
           data record is layaway-master-record
           record contains 46 characters.
      *
       01 layaway-master-record.
           05 lay-store-number                 pic x(2).
           05 lay-invoice-number               pic x(9).
           05 lay-open-date                    pic 9(8).
           05 lay-last-activity-date           pic 9(8).
           05 lay-original-amount              pic 9(7)v99.
           05 lay-paid-to-date                 pic 9(7)v99.
           05 lay-status                       pic x(1).
               88 layaway-open                 value "O".
               88 layaway-closed               value "C".
               88 layaway-defaulted            value "X".
      *
      * Run-control parameter card - its business date names the
      * period being proved, the same date the close used.
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
      * Fiscal 4-4-5 calendar - the proof cuts on the same period
      * dates the close did; absent a calendar, the calendar month
      * stands.
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
       fd print-file
           record contains 90 characters
           data record is print-line.
      *
       01 print-line                           pic x(90).
      *
      * Working storage section
      *
       working-storage section.

       77 ws-jrn-file-status                   pic xx value spaces.
       77 ws-history-file-status               pic xx value spaces.
       77 ws-mhist-file-status                 pic xx value spaces.
       77 ws-ledger-file-status                pic xx value spaces.
       77 ws-layaway-file-status               pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-fiscal-file-status                pic xx value spaces.
       77 ws-jrn-eof-flag                      pic x value 'n'.
       77 ws-hist-eof-flag                     pic x value 'n'.
       77 ws-mhist-eof-flag                    pic x value 'n'.
       77 ws-ledger-eof-flag                   pic x value 'n'.
       77 ws-layaway-eof-flag                  pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-fiscal-eof-flag                   pic x value 'n'.
       77 ws-in-period-flag                    pic x value 'n'.
       77 ws-register-flag                     pic x value 'n'.
           88 register-present                 value 'y'.

      * The period being proved, from the run-control date.
       01 ws-close-yyyymmdd                    pic 9(8) value 0.
       01 ws-close-yyyymmdd-r
           redefines ws-close-yyyymmdd.
           05 ws-close-year-month              pic 9(6).
           05 ws-close-day                     pic 99.

       77 ws-fiscal-tbl-cnt                    pic 9(3) value 0.
       77 ws-fiscal-tbl-sub                    pic 9(3) value 0.
       77 ws-fiscal-loaded-flag                pic x value 'n'.
           88 fiscal-calendar-loaded           value 'y'.
       77 ws-period-found-flag                 pic x value 'n'.
           88 close-period-found               value 'y'.
       77 ws-close-period-key                  pic 9(6) value 0.
       77 ws-period-start-date                 pic 9(8) value 0.
       77 ws-period-end-date                   pic 9(8) value 0.
       01 ws-fiscal-table.
           05 ws-fiscal-entry                  occurs 120 times.
               10 ws-fc-tbl-year               pic 9(4).
               10 ws-fc-tbl-period             pic 9(2).
               10 ws-fc-tbl-start              pic 9(8).
               10 ws-fc-tbl-end                pic 9(8).

      * Ledger side, off the journal register - credit balances for
      * the liability and income accounts, debit for the contra.
       77 ws-gl-refunds-returns                pic s9(11)v99 value 0.
       77 ws-gl-returns-contra                 pic s9(11)v99 value 0.
       77 ws-gl-gift-card                      pic s9(11)v99 value 0.
       77 ws-gl-layaway-default                pic s9(11)v99 value 0.
       77 ws-register-line-cnt                 pic 9(7) value 0.

      * Subledger side
       77 ws-sub-period-returns                pic s9(11)v99 value 0.
       77 ws-sub-matched-returns               pic s9(11)v99 value 0.
       77 ws-sub-unmatched-returns             pic s9(11)v99 value 0.
       77 ws-sub-gift-card                     pic s9(11)v99 value 0.
       77 ws-sub-layaway-default               pic s9(11)v99 value 0.
       77 ws-outstanding-card-cnt              pic 9(7) value 0.
       77 ws-defaulted-layaway-cnt             pic 9(7) value 0.

      * One proof line at a time
       77 ws-proof-ledger                      pic s9(11)v99 value 0.
       77 ws-proof-subledger                   pic s9(11)v99 value 0.
       77 ws-proof-difference                  pic s9(11)v99 value 0.
       77 ws-proof-out-cnt                     pic 9(3) value 0.

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 42".
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
           05 filler                           pic x(24) value spaces.
           05 filler                           pic x(30) value
               "Month-End Subledger Proof".
           05 filler                           pic x(10) value
               "  Period: ".
           05 ws-ph-period                     pic 9(6).
           05 filler                           pic x(20) value spaces.

       01 ws-column-heading.
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(4) value "Acct".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(22) value
               "Proof".
           05 filler                           pic x(18) value
               "            Ledger".
           05 filler                           pic x(18) value
               "         Subledger".
           05 filler                           pic x(18) value
               "        Difference".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(4) value "    ".

       01 ws-section-line.
           05 filler                           pic x(2) value spaces.
           05 ws-scl-text                      pic x(60).
           05 filler                           pic x(28) value spaces.

       01 ws-proof-line.
           05 filler                           pic x(2) value spaces.
           05 ws-prl-account                   pic x(4).
           05 filler                           pic x(2) value spaces.
           05 ws-prl-desc                      pic x(22).
           05 ws-prl-ledger                    pic $$,$$$,$$$,$$9.99-.
           05 ws-prl-subledger                 pic $$,$$$,$$$,$$9.99-.
           05 ws-prl-difference                pic $$,$$$,$$$,$$9.99-.
           05 filler                           pic x(2) value spaces.
           05 ws-prl-result                    pic x(4).

       01 ws-matched-line.
           05 filler                           pic x(8) value spaces.
           05 filler                           pic x(22) value
               "of which matched".
           05 filler                           pic x(18) value spaces.
           05 ws-mtl-matched                   pic $$,$$$,$$$,$$9.99-.
           05 filler                           pic x(24) value spaces.

       01 ws-unmatched-line.
           05 filler                           pic x(8) value spaces.
           05 filler                           pic x(22) value
               "not matched to a sale".
           05 filler                           pic x(18) value spaces.
           05 ws-uml-unmatched                 pic $$,$$$,$$$,$$9.99-.
           05 filler                           pic x(24) value spaces.

       01 ws-count-line.
           05 filler                           pic x(8) value spaces.
           05 ws-cnl-text                      pic x(28).
           05 ws-cnl-count                     pic zzz,zz9.
           05 filler                           pic x(47) value spaces.

       01 ws-register-count-line.
           05 filler                           pic x(31) value
               "Journal register lines read  : ".
           05 ws-rcl-count                     pic z,zzz,zz9.
           05 filler                           pic x(50) value spaces.

       01 ws-no-register-line                  pic x(90) value
           "*** No journal register on file - ledger side is zero.".

       01 ws-all-tie-line                      pic x(90) value
           "Every subledger ties to the ledger.".

       01 ws-out-line.
           05 filler                           pic x(4) value "*** ".
           05 ws-otl-count                     pic zz9.
           05 filler                           pic x(33) value
               " proof line(s) OUT - investigate".
           05 filler                           pic x(50) value
               "before the books close ***".

       01 ws-empty-line.
           05 filler                           pic x(90) value spaces.
      *
       procedure division.
       000-main.
      *
           perform 050-read-run-control.
           perform 055-load-fiscal-calendar.
           perform 058-find-close-period.

           accept ws-rh-date from date.
           accept ws-rh-time from time.

           perform 100-total-journal-register.
           perform 110-total-period-returns.
           perform 115-total-matched-returns.
           perform 120-total-gift-card-ledger.
           perform 130-total-layaway-defaults.

           open output print-file.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           move ws-close-period-key    to ws-ph-period.
           write print-line            from ws-page-heading
               after advancing 2 line.

           if register-present then
               move ws-register-line-cnt to ws-rcl-count
               write print-line from ws-register-count-line
                   after advancing 2 line
           else
               write print-line from ws-no-register-line
                   after advancing 2 line
           end-if.

           write print-line            from ws-column-heading
               after advancing 2 line.

           perform 200-print-period-proofs.
           perform 210-print-to-date-proofs.

           if ws-proof-out-cnt = 0 then
               write print-line from ws-all-tie-line
                   after advancing 2 line
           else
               move ws-proof-out-cnt   to ws-otl-count
               write print-line from ws-out-line
                   after advancing 2 line
               display "PROGRAM42 WARNING: " ws-proof-out-cnt
                   " subledger proof line(s) do not tie to the"
                   " ledger - see gl_proof_report.out" upon console
               move 4                  to return-code
           end-if.

           close print-file.
           goback.
      *
      * Read The Run-Control Card - its business date names the
      * period being proved
      *
       050-read-run-control.
           open input run-control-file.

           if ws-runctl-file-status = "35" then
               accept ws-close-yyyymmdd from date yyyymmdd
           else
               read run-control-file
                   at end
                       move 'y'            to ws-runctl-eof-flag
               end-read
               if (ws-runctl-eof-flag not = 'y') and
                  (rc-business-date is numeric) and
                  (rc-business-date > zero) then
                   move rc-business-date   to ws-close-yyyymmdd
               else
                   accept ws-close-yyyymmdd from date yyyymmdd
               end-if
               close run-control-file
           end-if.
      *
      * Load The Fiscal 4-4-5 Calendar Into The Table
      *
       055-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if ws-fiscal-file-status = "35" then
      * No fiscal calendar on file - calendar-month period stands
               continue
           else
               read fiscal-calendar-file
                   at end
                       move 'y'            to ws-fiscal-eof-flag
               end-read
               perform 056-load-fiscal-loop
                   until ws-fiscal-eof-flag = 'y'
               close fiscal-calendar-file
               if ws-fiscal-tbl-cnt > 0 then
                   move 'y'                to ws-fiscal-loaded-flag
               end-if
           end-if.

       056-load-fiscal-loop.
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
      * Find The Period Being Proved
      *
       058-find-close-period.
           move 'n'                        to ws-period-found-flag.
           move ws-close-year-month        to ws-close-period-key.

           if fiscal-calendar-loaded then
               perform varying ws-fiscal-tbl-sub from 1 by 1
                   until ws-fiscal-tbl-sub > ws-fiscal-tbl-cnt
                   or close-period-found
                       if (ws-close-yyyymmdd not <
                           ws-fc-tbl-start(ws-fiscal-tbl-sub)) and
                          (ws-close-yyyymmdd not >
                           ws-fc-tbl-end(ws-fiscal-tbl-sub)) then
                           move 'y'        to ws-period-found-flag
                           move ws-fc-tbl-start(ws-fiscal-tbl-sub)
                               to ws-period-start-date
                           move ws-fc-tbl-end(ws-fiscal-tbl-sub)
                               to ws-period-end-date
                           compute ws-close-period-key =
                               (ws-fc-tbl-year(ws-fiscal-tbl-sub)
                                * 100) +
                               ws-fc-tbl-period(ws-fiscal-tbl-sub)
                       end-if
               end-perform
           end-if.
      *
      * Total The Journal Register - postings and reversing lines
      * alike, so a backed-out cycle nets to nothing
      *
       100-total-journal-register.
           open input journal-register-file.

           if ws-jrn-file-status = "35" then
               continue
           else
               move 'y'                    to ws-register-flag
               read journal-register-file
                   at end
                       move 'y'            to ws-jrn-eof-flag
               end-read
               perform 105-total-register-loop
                   until ws-jrn-eof-flag = 'y'
               close journal-register-file
           end-if.

       105-total-register-loop.
           add 1                           to ws-register-line-cnt.

           move 'n'                        to ws-in-period-flag.
           if close-period-found then
               if (jr-business-date not < ws-period-start-date) and
                  (jr-business-date not > ws-period-end-date) then
                   move 'y'                to ws-in-period-flag
               end-if
           else
               if jr-year-month = ws-close-year-month then
                   move 'y'                to ws-in-period-flag
               end-if
           end-if.

      * Returns - the period's refunds payable and contra-revenue
           if jr-from-returns and ws-in-period-flag = 'y' then
               if jr-account-number = "2100" then
                   if jr-is-debit then
                       subtract jr-amount from ws-gl-refunds-returns
                   else
                       add jr-amount       to ws-gl-refunds-returns
                   end-if
               end-if
               if jr-account-number = "4100" then
                   if jr-is-debit then
                       add jr-amount       to ws-gl-returns-contra
                   else
                       subtract jr-amount from ws-gl-returns-contra
                   end-if
               end-if
           end-if.

      * Gift-card liability to date, whatever the source
           if jr-account-number = "2300" then
               if jr-is-debit then
                   subtract jr-amount      from ws-gl-gift-card
               else
                   add jr-amount           to ws-gl-gift-card
               end-if
           end-if.

      * Layaway defaults to date - the fee retained and the refund
      * owed make up the defaulted layaway's paid balance
           if jr-from-layaway-default and
              (jr-account-number = "4200" or
               jr-account-number = "2100") then
               if jr-is-debit then
                   subtract jr-amount      from ws-gl-layaway-default
               else
                   add jr-amount           to ws-gl-layaway-default
               end-if
           end-if.

           read journal-register-file
               at end
                   move 'y'                to ws-jrn-eof-flag.
      *
      * Total The Period's Returns On The Daily History
      *
       110-total-period-returns.
           open input store-history-file.

           if ws-history-file-status = "35" then
               continue
           else
               read store-history-file
                   at end
                       move 'y'            to ws-hist-eof-flag
               end-read
               perform 112-total-history-loop
                   until ws-hist-eof-flag = 'y'
               close store-history-file
           end-if.

       112-total-history-loop.
           move 'n'                        to ws-in-period-flag.
           if close-period-found then
               if (sth-business-date not < ws-period-start-date) and
                  (sth-business-date not > ws-period-end-date) then
                   move 'y'                to ws-in-period-flag
               end-if
           else
               if sth-year-month = ws-close-year-month then
                   move 'y'                to ws-in-period-flag
               end-if
           end-if.

           if ws-in-period-flag = 'y' then
               add sth-r-amount            to ws-sub-period-returns
           end-if.

           read store-history-file
               at end
                   move 'y'                to ws-hist-eof-flag.
      *
      * Total The Period's Returns Matched To An Originating Sale
      *
       115-total-matched-returns.
           open input matched-history-file.

           if ws-mhist-file-status = "35" then
               continue
           else
               read matched-history-file
                   at end
                       move 'y'            to ws-mhist-eof-flag
               end-read
               perform 117-total-matched-loop
                   until ws-mhist-eof-flag = 'y'
               close matched-history-file
           end-if.

           compute ws-sub-unmatched-returns =
               ws-sub-period-returns - ws-sub-matched-returns.

       117-total-matched-loop.
           move 'n'                        to ws-in-period-flag.
           if close-period-found then
               if (mrh-business-date not < ws-period-start-date) and
                  (mrh-business-date not > ws-period-end-date) then
                   move 'y'                to ws-in-period-flag
               end-if
           else
               if mrh-year-month = ws-close-year-month then
                   move 'y'                to ws-in-period-flag
               end-if
           end-if.

           if ws-in-period-flag = 'y' then
               add mrh-matched-amount      to ws-sub-matched-returns
           end-if.

           read matched-history-file
               at end
                   move 'y'                to ws-mhist-eof-flag.
      *
      * Total The Outstanding Gift-Card Balances
      *
       120-total-gift-card-ledger.
           open input card-ledger-file.

           if ws-ledger-file-status = "35" then
               continue
           else
               read card-ledger-file
                   at end
                       move 'y'            to ws-ledger-eof-flag
               end-read
               perform 125-total-card-loop
                   until ws-ledger-eof-flag = 'y'
               close card-ledger-file
           end-if.

       125-total-card-loop.
           if card-broken then
               continue
           else
               add led-balance             to ws-sub-gift-card
               if led-balance not = zero then
                   add 1                   to ws-outstanding-card-cnt
               end-if
           end-if.

           read card-ledger-file
               at end
                   move 'y'                to ws-ledger-eof-flag.
      *
      * Total The Paid Balances Of The Defaulted Layaways
      *
       130-total-layaway-defaults.
           open input layaway-master-file.

           if ws-layaway-file-status = "35" then
               continue
           else
               read layaway-master-file
                   at end
                       move 'y'            to ws-layaway-eof-flag
               end-read
               perform 135-total-layaway-loop
                   until ws-layaway-eof-flag = 'y'
               close layaway-master-file
           end-if.

       135-total-layaway-loop.
           if layaway-defaulted then
               add lay-paid-to-date        to ws-sub-layaway-default
               add 1                       to ws-defaulted-layaway-cnt
           end-if.

           read layaway-master-file
               at end
                   move 'y'                to ws-layaway-eof-flag.
      *
      * Print The Period Proofs - the returns
      *
       200-print-period-proofs.
           move "Period - returns (StoreHistory.dat)" to ws-scl-text.
           write print-line from ws-section-line
               after advancing 2 line.

           move "2100"                     to ws-prl-account.
           move "Refunds pay - returns"    to ws-prl-desc.
           move ws-gl-refunds-returns      to ws-proof-ledger.
           move ws-sub-period-returns      to ws-proof-subledger.
           perform 250-print-proof-line.

           move "4100"                     to ws-prl-account.
           move "Returns contra-revenue"   to ws-prl-desc.
           move ws-gl-returns-contra       to ws-proof-ledger.
           move ws-sub-period-returns      to ws-proof-subledger.
           perform 250-print-proof-line.

           move ws-sub-matched-returns     to ws-mtl-matched.
           write print-line from ws-matched-line
               after advancing 1 line.
           move ws-sub-unmatched-returns   to ws-uml-unmatched.
           write print-line from ws-unmatched-line
               after advancing 1 line.
      *
      * Print The To-Date Proofs - gift cards and layaway defaults
      *
       210-print-to-date-proofs.
           move "To date - gift cards (GiftCardLedger.dat)"
               to ws-scl-text.
           write print-line from ws-section-line
               after advancing 2 line.

           move "2300"                     to ws-prl-account.
           move "Gift card liability"      to ws-prl-desc.
           move ws-gl-gift-card            to ws-proof-ledger.
           move ws-sub-gift-card           to ws-proof-subledger.
           perform 250-print-proof-line.

           move "Cards with a balance"     to ws-cnl-text.
           move ws-outstanding-card-cnt    to ws-cnl-count.
           write print-line from ws-count-line
               after advancing 1 line.

           move "To date - layaway defaults (LayawayMaster.dat)"
               to ws-scl-text.
           write print-line from ws-section-line
               after advancing 2 line.

           move "4200"                     to ws-prl-account.
           move "Forfeit + refund 2100"    to ws-prl-desc.
           move ws-gl-layaway-default      to ws-proof-ledger.
           move ws-sub-layaway-default     to ws-proof-subledger.
           perform 250-print-proof-line.

           move "Defaulted layaways"       to ws-cnl-text.
           move ws-defaulted-layaway-cnt   to ws-cnl-count.
           write print-line from ws-count-line
               after advancing 1 line.
      *
      * Print One Proof Line - ledger, subledger, difference, result
      *
       250-print-proof-line.
           compute ws-proof-difference =
               ws-proof-ledger - ws-proof-subledger.

           move ws-proof-ledger            to ws-prl-ledger.
           move ws-proof-subledger         to ws-prl-subledger.
           move ws-proof-difference        to ws-prl-difference.
           if ws-proof-difference = zero then
               move "TIES"                 to ws-prl-result
           else
               move "OUT"                  to ws-prl-result
               add 1                       to ws-proof-out-cnt
           end-if.

           write print-line from ws-proof-line
               after advancing 1 line.

       end program program42.
