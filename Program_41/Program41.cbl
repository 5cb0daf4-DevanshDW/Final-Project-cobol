       identification division.
       program-id. program41.
       author. Smit Patel. Devansh Patel.
       date-written. 2026-10-15.
      * Description : Reversing journal for a backed-out cycle.
      * backout_cycle.sh restores the data files, but the journals
      * program12 cut for the cycle may already be loaded into the
      * ledger.  Given the cycle number on the command line, this
      * reads every posting the cycle left on the permanent journal
      * register (GLJournalRegister.dat) that has not already been
      * reversed, and writes gl_reversal_postings.dat in the
      * gl_postings.dat format - each line with its debit and credit
      * swapped, dated with the business date it was first posted
      * under, with the control-total trailer - so accounting loads
      * exactly what the cycle posted, the other way round.
      *
      * Each reversed posting is marked reversed on the register and
      * a reversing line (entry type R) is added beside it under the
      * same cycle and date, so the register's balances net to
      * nothing for the cycle and a second run reverses nothing
      * twice.  A rerun that finds every posting already reversed
      * leaves gl_reversal_postings.dat as the earlier run cut it -
      * that run's journal is the one accounting has to load, and a
      * rerun must not empty it.
      *
      *   program41 <cycle-number>
      *
      * Return code 0 when the reversing journal is written (empty
      * when there is nothing left to reverse), 8 when the cycle
      * number is missing, the cycle has more postings than the
      * table holds, or the cycle posted under a business date inside
      * a fiscal year the year-end close has locked (ClosedYears.dat)
      * - nothing is reversed in that case.
      *
       environment division.
       input-output section.
       file-control.
           select journal-register-file
               assign "../../../data/GLJournalRegister.dat"
               organization is indexed
               access is dynamic
               record key is jr-key
               file status is ws-jrn-file-status.
      *
           select closed-years-file
               assign "../../../data/ClosedYears.dat"
               organization is line sequential
               file status is ws-clyr-file-status.
      *
           select gl-posting-file
               assign "../../../data/gl_reversal_postings.dat"
               organization is line sequential.
      *
           select print-file
               assign "../../../data/gl_reversal_report.out"
               organization is line sequential.
      *
       data division.
       file section.
      * Permanent GL journal register - every line program12 posts,
      * keyed by cycle + business date + line number.  Entry type P
      * is a posting from program12, R a reversing line from this
      * program; a posting that has been reversed carries reversed
      * flag "R".
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
       77 ws-jrn-eof-flag                      pic x value 'n'.
       77 ws-register-flag                     pic x value 'n'.
           88 register-present                 value 'y'.
       77 ws-keep-journal-flag                 pic x value 'n'.
           88 keep-earlier-journal             value 'y'.
       77 ws-cycle-parm                        pic x(4) value spaces.
       77 ws-cycle-number                      pic 9(4) value 0.
       77 ws-system-yyyymmdd                   pic 9(8) value 0.
       77 ws-already-reversed-cnt              pic 9(7) value 0.
       77 ws-posting-cnt                       pic 9(7) value 0.
       77 ws-debit-total                       pic 9(11)v99 value 0.
       77 ws-credit-total                      pic 9(11)v99 value 0.
       77 ws-rewrite-error-cnt                 pic 9(7) value 0.
       77 ws-clyr-file-status                  pic xx value spaces.
       77 ws-clyr-eof-flag                     pic x value 'n'.
       77 ws-year-closed-flag                  pic x value 'n'.
           88 cycle-year-closed                value 'y'.
       77 ws-closed-fiscal-year                pic 9(4) value 0.

      * The cycle's postings still to be reversed, in register key
      * order.
       77 ws-rev-tbl-cnt                       pic 9(5) value 0.
       77 ws-rev-tbl-sub                       pic 9(5) value 0.
       77 ws-rev-overflow-flag                 pic x value 'n'.
       01 ws-reversal-table.
           05 ws-rev-entry                     occurs 5000 times.
               10 ws-rev-key                   pic x(17).
               10 ws-rev-business-date         pic 9(8).
               10 ws-rev-source                pic x(2).
               10 ws-rev-store                 pic x(2).
               10 ws-rev-account               pic x(4).
               10 ws-rev-name                  pic x(20).
               10 ws-rev-dr-cr                 pic x(2).
               10 ws-rev-amount                pic 9(9)v99.

      * Last line number on the register for each business date the
      * cycle posted under - the reversing lines follow on from it.
       77 ws-date-tbl-cnt                      pic 99 value 0.
       77 ws-date-tbl-sub                      pic 99 value 0.
       77 ws-date-match-sub                    pic 99 value 0.
       01 ws-date-table.
           05 ws-date-entry                    occurs 31 times.
               10 ws-date-tbl-date             pic 9(8).
               10 ws-date-tbl-last-seq         pic 9(5).

       01 ws-report-heading.
           05 filler                           pic x(26) value
               "FINAL PROJECT - PROGRAM 41".
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
           05 filler                           pic x(26) value spaces.
           05 filler                           pic x(38) value
               "Reversing Journal - Backed-Out Cycle".
           05 filler                           pic x(26) value spaces.

       01 ws-cycle-line.
           05 filler                           pic x(24) value
               "Cycle being reversed  : ".
           05 ws-cyl-cycle                     pic 9(4).
           05 filler                           pic x(62) value spaces.

       01 ws-column-heading.
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value "Store".
           05 filler                           pic x(1) value spaces.
           05 filler                           pic x(4) value "Acct".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(20) value
               "Account".
           05 filler                           pic x(2) value spaces.
           05 filler                           pic x(5) value "DR/CR".
           05 filler                           pic x(10) value spaces.
           05 filler                           pic x(6) value "Amount".
           05 filler                           pic x(3) value spaces.
           05 filler                           pic x(13) value
               "Business Date".
           05 filler                           pic x(17) value spaces.

       01 ws-posting-detail-line.
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-store                     pic x(2).
           05 filler                           pic x(4) value spaces.
           05 ws-pdl-account                   pic x(4).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-name                      pic x(20).
           05 filler                           pic x(2) value spaces.
           05 ws-pdl-dr-cr                     pic x(2).
           05 filler                           pic x(3) value spaces.
           05 ws-pdl-amount                    pic $$$,$$$,$$9.99.
           05 filler                           pic x(5) value spaces.
           05 ws-pdl-date                      pic 9(8).
           05 filler                           pic x(22) value spaces.

       01 ws-nothing-line                      pic x(90) value
           "  Nothing left on the journal register to reverse.".

       01 ws-kept-journal-line                 pic x(90) value
           "  Earlier run's reversing journal kept as it was cut.".

       01 ws-already-line.
           05 filler                           pic x(42) value
               "Lines already reversed by an earlier run:".
           05 ws-alr-count-val                 pic zzz,zz9.
           05 filler                           pic x(41) value spaces.

       01 ws-control-count-line.
           05 filler                           pic x(30) value
               "Reversing records written : ".
           05 ws-ctl-count-val                 pic zzz,zz9.
           05 filler                           pic x(53) value spaces.

       01 ws-control-debit-line.
           05 filler                           pic x(28) value
               "Debit hash total         :".
           05 ws-ctl-debit-val                 pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(45) value spaces.

       01 ws-control-credit-line.
           05 filler                           pic x(28) value
               "Credit hash total        :".
           05 ws-ctl-credit-val                pic $$,$$$,$$$,$$9.99.
           05 filler                           pic x(45) value spaces.

       01 ws-no-register-line                  pic x(90) value
           "  No journal register on file - nothing has been posted.".

       01 ws-rewrite-error-line.
           05 filler                           pic x(45) value
               "*** REGISTER LINES NOT UPDATED             :".
           05 ws-rel-count-val                 pic zzz,zz9.
           05 filler                           pic x(38) value spaces.

       01 ws-balance-ok-line                   pic x(90) value
           "Debits equal credits - batch is in balance.".

       01 ws-balance-bad-line                  pic x(90) value
           "*** DEBITS DO NOT EQUAL CREDITS - DO NOT POST ***".
      *
       procedure division.
       000-main.
      *
           accept ws-cycle-parm from command-line.

           if ws-cycle-parm is not numeric then
               display
                   "PROGRAM41: usage - program41 <cycle-number>"
                   " (four digits, e.g. 0012)" upon console
               move 8                      to return-code
               goback
           end-if.
           move ws-cycle-parm              to ws-cycle-number.

           accept ws-rh-date from date.
           accept ws-rh-time from time.
           accept ws-system-yyyymmdd from date yyyymmdd.

           perform 100-load-cycle-postings.

           if ws-rev-overflow-flag = 'y' then
               display "PROGRAM41: cycle " ws-cycle-number
                   " has more than 5000 postings to reverse -"
                   " nothing reversed." upon console
               if register-present then
                   close journal-register-file
               end-if
               move 8                      to return-code
               goback
           end-if.

      * A cycle posted inside a closed fiscal year stays as posted
           perform 120-check-year-closed.
           if cycle-year-closed then
               display "PROGRAM41: cycle " ws-cycle-number
                   " posted inside fiscal year " ws-closed-fiscal-year
                   ", which is closed - nothing reversed."
                   upon console
               if register-present then
                   close journal-register-file
               end-if
               move 8                      to return-code
               goback
           end-if.

      * Everything was reversed by an earlier run - keep its journal
           if (ws-rev-tbl-cnt = 0) and
              (ws-already-reversed-cnt > 0) then
               move 'y'                    to ws-keep-journal-flag
               open output print-file
           else
               open output gl-posting-file, print-file
           end-if.

           write print-line            from ws-report-heading.
           write print-line            from ws-report-heading-2.
           write print-line            from ws-page-heading
               after advancing 2 line.
           move ws-cycle-number        to ws-cyl-cycle.
           write print-line            from ws-cycle-line
               after advancing 2 line.

           if not register-present then
               write print-line from ws-no-register-line
                   after advancing 2 line
           else
               if ws-rev-tbl-cnt = 0 then
                   write print-line from ws-nothing-line
                       after advancing 2 line
               else
                   write print-line from ws-column-heading
                       after advancing 2 line
                   perform 200-reverse-one-posting
                       varying ws-rev-tbl-sub from 1 by 1
                       until ws-rev-tbl-sub > ws-rev-tbl-cnt
               end-if
               close journal-register-file
           end-if.

           if keep-earlier-journal then
               write print-line from ws-kept-journal-line
                   after advancing 1 line
               perform 310-print-controls
               close print-file
           else
               perform 300-write-trailer
               perform 310-print-controls
               close gl-posting-file print-file
           end-if.

           display "PROGRAM41: cycle " ws-cycle-number " - "
               ws-posting-cnt " reversing line(s) written to"
               " gl_reversal_postings.dat" upon console.

           goback.
      *
      * Read The Cycle's Lines Off The Register - postings not yet
      * reversed go into the table; the last line number under each
      * business date is kept for the reversing lines.
      *
       100-load-cycle-postings.
           open i-o journal-register-file.

           if ws-jrn-file-status = "35" then
               continue
           else
               move 'y'                    to ws-register-flag
               move ws-cycle-number        to jr-cycle-number
               move zero                   to jr-business-date
               move zero                   to jr-line-seq
               start journal-register-file key not < jr-key
                   invalid key
                       move 'y'            to ws-jrn-eof-flag
               end-start
               perform 105-load-one-line
                   until ws-jrn-eof-flag = 'y'
           end-if.

       105-load-one-line.
           read journal-register-file next record
               at end
                   move 'y'                to ws-jrn-eof-flag
           end-read.

           if ws-jrn-eof-flag not = 'y' then
               if jr-cycle-number not = ws-cycle-number then
                   move 'y'                to ws-jrn-eof-flag
               else
                   perform 110-note-date-seq
                   if jr-is-posting then
                       if jr-was-reversed then
                           add 1           to ws-already-reversed-cnt
                       else
                           perform 115-table-one-posting
                       end-if
                   end-if
               end-if
           end-if.

       110-note-date-seq.
           move zero                       to ws-date-match-sub.

           perform varying ws-date-tbl-sub from 1 by 1
               until ws-date-tbl-sub > ws-date-tbl-cnt
               or ws-date-match-sub > 0
                   if ws-date-tbl-date(ws-date-tbl-sub) =
                       jr-business-date then
                       move ws-date-tbl-sub to ws-date-match-sub
                   end-if
           end-perform.

           if (ws-date-match-sub = 0) and (ws-date-tbl-cnt < 31) then
               add 1                       to ws-date-tbl-cnt
               move jr-business-date
                   to ws-date-tbl-date(ws-date-tbl-cnt)
               move ws-date-tbl-cnt        to ws-date-match-sub
           end-if.

           if ws-date-match-sub > 0 then
               move jr-line-seq
                   to ws-date-tbl-last-seq(ws-date-match-sub)
           end-if.

       115-table-one-posting.
           if ws-rev-tbl-cnt < 5000 then
               add 1                       to ws-rev-tbl-cnt
               move jr-key        to ws-rev-key(ws-rev-tbl-cnt)
               move jr-business-date
                   to ws-rev-business-date(ws-rev-tbl-cnt)
               move jr-source     to ws-rev-source(ws-rev-tbl-cnt)
               move jr-store-number
                   to ws-rev-store(ws-rev-tbl-cnt)
               move jr-account-number
                   to ws-rev-account(ws-rev-tbl-cnt)
               move jr-account-name
                   to ws-rev-name(ws-rev-tbl-cnt)
               move jr-dr-cr      to ws-rev-dr-cr(ws-rev-tbl-cnt)
               move jr-amount     to ws-rev-amount(ws-rev-tbl-cnt)
           else
               move 'y'                    to ws-rev-overflow-flag
           end-if.
      *
      * Refuse When Any Date The Cycle Posted Under Falls Inside A
      * Closed Fiscal Year
      *
       120-check-year-closed.
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
               perform 125-check-year-loop
                   until ws-clyr-eof-flag = 'y'
               close closed-years-file
           end-if.

       125-check-year-loop.
           perform varying ws-date-tbl-sub from 1 by 1
               until ws-date-tbl-sub > ws-date-tbl-cnt
                   if (ws-date-tbl-date(ws-date-tbl-sub) not <
                       cly-start-date) and
                      (ws-date-tbl-date(ws-date-tbl-sub) not >
                       cly-end-date) then
                       move 'y'            to ws-year-closed-flag
                       move cly-fiscal-year to ws-closed-fiscal-year
                   end-if
           end-perform.

           read closed-years-file
               at end
                   move 'y'                to ws-clyr-eof-flag.
      *
      * Reverse One Posting - mark the original reversed, add the
      * reversing line beside it and write the swapped journal line
      *
       200-reverse-one-posting.
           move ws-rev-key(ws-rev-tbl-sub) to jr-key.
           read journal-register-file
               invalid key
                   add 1                   to ws-rewrite-error-cnt
               not invalid key
                   move "R"                to jr-reversed-flag
                   rewrite journal-register-record
                       invalid key
                           add 1           to ws-rewrite-error-cnt
                   end-rewrite
           end-read.

           move spaces                     to gl-posting-record.
           move "D"                        to gl-record-type.
           move ws-rev-store(ws-rev-tbl-sub)   to gl-store-number.
           move ws-rev-account(ws-rev-tbl-sub) to gl-account-number.
           move ws-rev-name(ws-rev-tbl-sub)    to gl-account-name.
           if ws-rev-dr-cr(ws-rev-tbl-sub) = "DR" then
               move "CR"                   to gl-dr-cr
           else
               move "DR"                   to gl-dr-cr
           end-if.
           move ws-rev-amount(ws-rev-tbl-sub)  to gl-amount.
           move ws-rev-business-date(ws-rev-tbl-sub)
               to gl-business-date.
           write gl-posting-record.

           add 1                           to ws-posting-cnt.
           if gl-dr-cr = "DR" then
               add gl-amount               to ws-debit-total
           else
               add gl-amount               to ws-credit-total
           end-if.

           perform 210-register-reversing-line.

           move gl-store-number            to ws-pdl-store.
           move gl-account-number          to ws-pdl-account.
           move gl-account-name            to ws-pdl-name.
           move gl-dr-cr                   to ws-pdl-dr-cr.
           move gl-amount                  to ws-pdl-amount.
           move gl-business-date           to ws-pdl-date.
           write print-line from ws-posting-detail-line
               after advancing 1 line.
      *
      * Add The Reversing Line To The Register Under The Same Cycle
      * And Business Date, After That Date's Last Line
      *
       210-register-reversing-line.
           move zero                       to ws-date-match-sub.

           perform varying ws-date-tbl-sub from 1 by 1
               until ws-date-tbl-sub > ws-date-tbl-cnt
               or ws-date-match-sub > 0
                   if ws-date-tbl-date(ws-date-tbl-sub) =
                       gl-business-date then
                       move ws-date-tbl-sub to ws-date-match-sub
                   end-if
           end-perform.

           if ws-date-match-sub = 0 then
               add 1                       to ws-rewrite-error-cnt
           else
               add 1 to ws-date-tbl-last-seq(ws-date-match-sub)
               move spaces                 to journal-register-record
               move ws-cycle-number        to jr-cycle-number
               move gl-business-date       to jr-business-date
               move ws-date-tbl-last-seq(ws-date-match-sub)
                   to jr-line-seq
               move "R"                    to jr-entry-type
               move ws-rev-source(ws-rev-tbl-sub) to jr-source
               move gl-store-number        to jr-store-number
               move gl-account-number      to jr-account-number
               move gl-account-name        to jr-account-name
               move gl-dr-cr               to jr-dr-cr
               move gl-amount              to jr-amount
               move ws-system-yyyymmdd     to jr-posted-date
               move "R"                    to jr-reversed-flag
               write journal-register-record
                   invalid key
                       add 1               to ws-rewrite-error-cnt
               end-write
           end-if.
      *
      * Write The Control-Total Trailer
      *
       300-write-trailer.
           move spaces                     to gl-posting-record.
           move "T"                        to gl-trl-record-type.
           move ws-posting-cnt             to gl-trl-record-count.
           move ws-debit-total             to gl-trl-debit-total.
           move ws-credit-total            to gl-trl-credit-total.
           write gl-posting-record.
      *
      * Print The Batch Controls
      *
       310-print-controls.
           move ws-posting-cnt             to ws-ctl-count-val.
           write print-line from ws-control-count-line
               after advancing 2 line.

           move ws-debit-total             to ws-ctl-debit-val.
           write print-line from ws-control-debit-line
               after advancing 1 line.

           move ws-credit-total            to ws-ctl-credit-val.
           write print-line from ws-control-credit-line
               after advancing 1 line.

           if ws-already-reversed-cnt > 0 then
               move ws-already-reversed-cnt to ws-alr-count-val
               write print-line from ws-already-line
                   after advancing 1 line
           end-if.

           if ws-rewrite-error-cnt > 0 then
               move ws-rewrite-error-cnt   to ws-rel-count-val
               write print-line from ws-rewrite-error-line
                   after advancing 1 line
               display "PROGRAM41 WARNING: " ws-rewrite-error-cnt
                   " journal register line(s) not updated"
                   upon console
               move 4                      to return-code
           end-if.

           if ws-debit-total = ws-credit-total then
               write print-line from ws-balance-ok-line
                   after advancing 2 line
           else
               write print-line from ws-balance-bad-line
                   after advancing 2 line
           end-if.

       end program program41.
