       author. Smit Patel. Devansh Patel.
       date-written. 2026-09-02.
      * Description : Gift-card liability ledger.  The stores report
      * the day's gift-card issues (a card sold or loaded) in a
      * card-activity file; redemptions (a card spent) are the GC
      * tender lines of the day's sales and layaway payments on
      * program1's tender extract, a split-tender sale's GC portion
      * included, each naming the card it drew on.  This step
      * posts that activity onto the permanent ledger keyed on card
      * number, carrying each card's issued-to-date, redeemed-to-date
      * and running balance forward from cycle to cycle, and writes
      * accounting stops booking a manual accrual every month.
      * Redemptions against a card the ledger has never seen, and
      * redemptions that drive a card's balance negative, are listed
      * as exceptions for loss prevention, as are GC tenders with no
      * card number and R records still sent on the activity file
      * (skipped - the tender lines already carry the redemption).
      *
      * The monthly dormancy run (program47) marks a dormant card B
      * when its balance is taken to breakage income, or E when the
      * balance has been escheated to the state.  A B card's balance
      * is out of the liability; the first activity on it puts the
      * balance back, and the amount reinstated goes on the handoff
      * file for the GL posting step to move back into 2300.  A
      * redemption on an escheated card is listed as an exception.
      *
      * Card activity record layout (GiftCardTrans.dat, 34 chars):
      *   card number x(16), store x(2), activity x(1) (I=issue,
               assign "../../../data/GiftCardLedger.dat"
               organization is line sequential
               file status is ws-ledger-file-status.
      *
           select valid-tender-file
               assign "../../../data/ValidTenders.dat"
               organization is line sequential
               file status is ws-tender-file-status.
      *
           select liability-file
               assign "../../../data/gift_card_liability.dat"
           05 act-amount                       pic 9(5)v99.
           05 act-date                         pic 9(8).
      *
      * Program1's tender extract - the GC lines are the day's
      * redemptions.
       fd valid-tender-file
           data record is valid-tender-record
           record contains 46 characters.
      *
       01 valid-tender-record.
           05 vtn-trans-code                   pic x(1).
               88 tender-is-s                  value "S".
               88 tender-is-l                  value "L".
           05 vtn-store-number                 pic x(2).
           05 vtn-invoice-number               pic x(9).
           05 vtn-tender-type                  pic x(2).
               88 tender-is-gc                 value "GC".
           05 vtn-amount                       pic 9(5)v99.
           05 vtn-card-number                  pic x(16).
           05 vtn-trans-date                   pic 9(8).
           05 vtn-split-flag                   pic x(1).
      *
      * The permanent ledger - one record per card, carried forward
      * from cycle to cycle the same way the layaway master is.
       fd card-ledger-file
           05 led-status                       pic x(1).
               88 card-outstanding             value "O".
               88 card-spent                   value "Z".
               88 card-broken                  value "B".
               88 card-escheated               value "E".
      *
      * Day totals and outstanding liability for the GL posting step
       fd liability-file
           data record is liability-record
           record contains 44 characters.
      *
       01 liability-record.
           05 lia-issued-today                 pic 9(9)v99.
           05 lia-redeemed-today               pic 9(9)v99.
           05 lia-outstanding                  pic 9(9)v99.
           05 lia-reinstated-today             pic 9(9)v99.
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
           05 rc-settle-tolerance              pic 9(5)v99.
           05 rc-run-mode                      pic x(1).
           05 rc-cycle-number                  pic 9(4).
           05 filler                           pic x(50).
      *
       fd print-file
           record contains 90 characters

       77 ws-activity-file-status              pic xx value spaces.
       77 ws-ledger-file-status                pic xx value spaces.
       77 ws-tender-file-status                pic xx value spaces.
       77 ws-tender-eof-flag                   pic x value 'n'.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-activity-eof-flag                 pic x value 'n'.
       77 ws-ledger-eof-flag                   pic x value 'n'.
       77 ws-outstanding                       pic 9(9)v99 value 0.
       77 ws-unknown-card-cnt                  pic 9(5) value 0.
       77 ws-overdrawn-cnt                     pic 9(5) value 0.
       77 ws-no-card-cnt                       pic 9(5) value 0.
       77 ws-activity-redeem-cnt               pic 9(5) value 0.
       77 ws-reinstate-cnt                     pic 9(5) value 0.
       77 ws-reinstated-today                  pic 9(9)v99 value 0.
       77 ws-escheat-redeem-cnt                pic 9(5) value 0.

      * Card ledger table - the ledger loaded at start-up plus the
      * cards first issued on this cycle's activity.
               10 ws-card-tbl-redeemed         pic 9(7)v99.
               10 ws-card-tbl-balance          pic s9(7)v99.
               10 ws-card-tbl-last-date        pic 9(8).
               10 ws-card-tbl-status           pic x(1).

       01 ws-report-heading.
           05 filler                           pic x(26) value
           05 ws-out-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(41) value spaces.

       01 ws-reinstated-line.
           05 filler                           pic x(35) value
               "Breakage cards used again    : ".
           05 ws-rin-cnt                       pic zz,zz9.
           05 filler                           pic x(10) value
               "  Amount: ".
           05 ws-rin-amt                       pic $$$,$$$,$$9.99.
           05 filler                           pic x(25) value spaces.

       01 ws-overflow-warning-line              pic x(90) value
           "*** WARNING - card ledger table full - activity skipped".

               after advancing 2 line.

           perform 100-apply-card-activity.
           perform 200-apply-gc-tenders.

           perform 300-print-footer.

                   to ws-card-tbl-balance(ws-card-tbl-cnt)
               move led-last-activity-date
                   to ws-card-tbl-last-date(ws-card-tbl-cnt)
               move led-status
                   to ws-card-tbl-status(ws-card-tbl-cnt)
           else
               move 'y'                    to ws-card-overflow-flag
           end-if.
               if activity-is-issue then
                   perform 120-apply-issue
               else
      * Redemptions come off the tender lines (200-apply-gc-tenders)
      * - one still sent here would count the spend twice
                   if activity-is-redemption then
                       add 1               to ws-activity-redeem-cnt
                       move "R ON ACTIVITY FILE - SKIPPED"
                                           to ws-exl-reason
                       perform 140-print-exception
                   end-if
               end-if
           end-if.
       120-apply-issue.
           perform 150-find-card-slot.
           if ws-card-match-sub > 0 then
               perform 160-reinstate-broken-card
               add 1                       to ws-issue-cnt
               add act-amount              to ws-issued-today
               add act-amount
               perform 150-find-card-slot
           end-if.
           if ws-card-match-sub > 0 then
               if ws-card-tbl-status(ws-card-match-sub) = "E" then
                   add 1                   to ws-escheat-redeem-cnt
                   move "REDEMPTION ON ESCHEATED CARD"
                                           to ws-exl-reason
                   perform 140-print-exception
               end-if
               perform 160-reinstate-broken-card
               add 1                       to ws-redeem-cnt
               add act-amount              to ws-redeemed-today
               add act-amount
                       to ws-card-tbl-balance(ws-card-tbl-cnt)
                   move zeroes
                       to ws-card-tbl-last-date(ws-card-tbl-cnt)
                   move "O"
                       to ws-card-tbl-status(ws-card-tbl-cnt)
                   move ws-card-tbl-cnt    to ws-card-match-sub
               else
                   move 'y'                to ws-card-overflow-flag
                   end-if
           end-perform.
      *
      * A Card Taken To Breakage Is In Use Again - its balance goes
      * back into the liability before the activity is applied
      *
       160-reinstate-broken-card.
           if ws-card-tbl-status(ws-card-match-sub) = "B" then
               add 1                       to ws-reinstate-cnt
               if ws-card-tbl-balance(ws-card-match-sub) > zero then
                   add ws-card-tbl-balance(ws-card-match-sub)
                       to ws-reinstated-today
               end-if
               move "O"        to ws-card-tbl-status(ws-card-match-sub)
           end-if.
      *
      * Apply The Day's GC Tender Lines As Redemptions - each line is
      * staged into the activity record so the redemption and
      * exception paragraphs serve both sources alike.  A GC tender
      * with no card number cannot be charged to any card and is
      * listed instead.
      *
       200-apply-gc-tenders.
           open input valid-tender-file.

           if ws-tender-file-status = "35" then
      * No tender extract - no redemptions this cycle
               continue
           else
               read valid-tender-file
                   at end
                       move 'y'            to ws-tender-eof-flag
               end-read
               perform 210-apply-one-gc-tender
                   until ws-tender-eof-flag = 'y'
               close valid-tender-file
           end-if.

       210-apply-one-gc-tender.
           if (tender-is-gc) and
              (tender-is-s or tender-is-l) and
              (vtn-amount is numeric) then
               move vtn-card-number        to act-card-number
               move vtn-store-number       to act-store-number
               move "R"                    to act-activity-type
               move vtn-amount             to act-amount
               move vtn-trans-date         to act-date
               if act-card-number = spaces then
                   add 1                   to ws-no-card-cnt
                   move "GC TENDER WITH NO CARD NUMBER"
                                           to ws-exl-reason
                   perform 140-print-exception
               else
                   perform 130-apply-redemption
               end-if
           end-if.

           read valid-tender-file
               at end
                   move 'y'                to ws-tender-eof-flag.
      *
      * Print Footer
      *
       300-print-footer.
           if (ws-unknown-card-cnt = 0) and
              (ws-overdrawn-cnt = 0) and
              (ws-no-card-cnt = 0) and
              (ws-activity-redeem-cnt = 0) and
              (ws-escheat-redeem-cnt = 0) then
               write print-line from ws-exception-none-line
                   after advancing 1 line
           end-if.
           write print-line from ws-redeemed-line
               after advancing 1 line.

           if ws-reinstate-cnt > 0 then
               move ws-reinstate-cnt       to ws-rin-cnt
               move ws-reinstated-today    to ws-rin-amt
               write print-line from ws-reinstated-line
                   after advancing 1 line
           end-if.

           perform 310-total-outstanding.
           move ws-outstanding             to ws-out-amt.
           write print-line from ws-outstanding-line
      *
      * Total The Outstanding Liability - the sum of every card's
      * positive balance (an overdrawn card is a shrink case, not a
      * negative liability).  A balance taken to breakage is out of
      * the liability until the card is used again.
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
               to led-balance.
           move ws-card-tbl-last-date(ws-card-tbl-sub)
               to led-last-activity-date.
      * Breakage and escheat marks stand until the card is used
      * again; an escheated card reloaded is outstanding once more
           if ws-card-tbl-status(ws-card-tbl-sub) = "B" then
               move "B"                    to led-status
           else
               if ws-card-tbl-balance(ws-card-tbl-sub) > zero then
                   move "O"                to led-status
               else
                   if ws-card-tbl-status(ws-card-tbl-sub) = "E" then
                       move "E"            to led-status
                   else
                       move "Z"            to led-status
                   end-if
               end-if
           end-if.
           write card-ledger-record.
      *
           move ws-issued-today            to lia-issued-today.
           move ws-redeemed-today          to lia-redeemed-today.
           move ws-outstanding             to lia-outstanding.
           move ws-reinstated-today        to lia-reinstated-today.
           write liability-record.
           close liability-file.

