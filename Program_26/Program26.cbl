      *   R  one per record rejected by the edits - the full record
      *      image plus the first failed edit, so the store can
      *      correct at the source
      *   W  one per customer on the return watch list (program50)
      *      - the full watch list record - so the till asks for a
      *      manager's approval on that customer's next return; the
      *      list goes to every store, since the returns it watches
      *      are spread across them
      *
      * Never cut on a trial run - a preview must not reach the
      * stores.  Nor when a reject, its reason or a watch list entry
      * would not fit its table, or the watch list cannot be read -
      * an acknowledgment short of records must not reach the stores
      * either; return code 8 then and no file is cut.
      *
       environment division.
       input-output section.
               assign "../../../data/TransmissionStatus.dat"
               organization is line sequential
               file status is ws-status-file-status.
      *
           select watch-list-file
               assign "../../../data/ReturnWatchList.dat"
               organization is line sequential
               file status is ws-watch-file-status.
      *
           select store-master-file
               assign "../../../data/StoreMaster.dat"
           05 rjr-invoice-number               pic x(9).
           05 rjr-reason                       pic x(50).
      *
      * The volume flag is V (out of band, merged) or H (out of band,
      * held out of the cycle), with the store's usual figures.
       fd status-file
           data record is status-record
           record contains 80 characters.
      *
       01 status-record.
           05 sta-store-number                 pic x(2).
           05 sta-status                       pic x(30).
           05 sta-record-count                 pic 9(5).
           05 sta-amount-hash                  pic 9(11)v99.
           05 sta-volume-flag                  pic x(1).
           05 sta-usual-count                  pic 9(5).
           05 sta-usual-amount                 pic 9(11)v99.
           05 filler                           pic x(11).
      *
      * Customers flagged for return abuse, from program50
       fd watch-list-file
           data record is watch-list-record
           record contains 80 characters.
      *
       01 watch-list-record                    pic x(80).
      *
       fd store-master-file
           data record is store-master-record
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
       fd ack-file
           data record is ack-line
       77 ws-invalid-file-status               pic xx value spaces.
       77 ws-reason-file-status                pic xx value spaces.
       77 ws-status-file-status                pic xx value spaces.
       77 ws-watch-file-status                 pic xx value spaces.
       77 ws-runctl-file-status                pic xx value spaces.
       77 ws-ack-file-status                   pic xx value spaces.
       77 ws-valid-eof-flag                    pic x value 'n'.
       77 ws-invalid-eof-flag                  pic x value 'n'.
       77 ws-reason-eof-flag                   pic x value 'n'.
       77 ws-status-eof-flag                   pic x value 'n'.
       77 ws-watch-eof-flag                    pic x value 'n'.
       77 ws-store-eof-flag                    pic x value 'n'.
       77 ws-runctl-eof-flag                   pic x value 'n'.
       77 ws-runctl-mode                       pic x(1) value "N".
               10 ws-store-tbl-sta-cnt         pic 9(5).
               10 ws-store-tbl-sta-hash        pic 9(11)v99.

      * Set when a table fills or the watch list cannot be read
       77 ws-load-error-flag                   pic x value 'n'.
           88 load-error                       value 'y'.

      * This cycle's rejected records and their first failed edit
       77 ws-rej-tbl-cnt                       pic 9(6) value 0.
       77 ws-rej-tbl-sub                       pic 9(6) value 0.
       01 ws-reject-table.
           05 ws-rej-entry                     occurs 100000 times.
               10 ws-rej-image                 pic x(58).
               10 ws-rej-store                 pic x(2).
               10 ws-rej-invoice               pic x(9).
               10 ws-rej-reason                pic x(50).

      * Reject reasons keyed by store + invoice
       77 ws-rsn-tbl-cnt                       pic 9(6) value 0.
       77 ws-rsn-tbl-sub                       pic 9(6) value 0.
       77 ws-rsn-match-sub                     pic 9(6) value 0.
       01 ws-reason-table.
           05 ws-rsn-entry                     occurs 100000 times.
               10 ws-rsn-store                 pic x(2).
               10 ws-rsn-invoice               pic x(9).
               10 ws-rsn-reason                pic x(50).

      * Customers on the return watch list
       77 ws-wat-tbl-cnt                       pic 9(4) value 0.
       77 ws-wat-tbl-sub                       pic 9(4) value 0.
       01 ws-watch-table.
           05 ws-wat-entry                     occurs 5000 times.
               10 ws-wat-record                pic x(80).

      * Acknowledgment record builds
       01 ws-ack-h-line.
           05 filler                           pic x(1) value "H".
           05 filler                           pic x(1) value "R".
           05 ws-akr-image                     pic x(58).
           05 ws-akr-reason                    pic x(50).

       01 ws-ack-w-line.
           05 filler                           pic x(1) value "W".
           05 ws-akw-record                    pic x(80).
           05 filler                           pic x(28) value spaces.
      *
       procedure division.
       000-main.
           perform 070-load-reject-reasons.
           perform 080-load-rejects.
           perform 090-load-transmission-status.
           perform 097-load-watch-list.

           if load-error then
               display "PROGRAM26 STOPPED: no store acknowledgments"
                   " cut - see the message above." upon console
               move 8                      to return-code
               goback
           end-if.

           perform 100-cut-one-ack
               varying ws-store-tbl-sub from 1 by 1
           end-if.

       075-load-reason-loop.
           if ws-rsn-tbl-cnt < 100000 then
               add 1                       to ws-rsn-tbl-cnt
               move rjr-store-number
                   to ws-rsn-store(ws-rsn-tbl-cnt)
                   to ws-rsn-invoice(ws-rsn-tbl-cnt)
               move rjr-reason
                   to ws-rsn-reason(ws-rsn-tbl-cnt)
           else
               if not load-error then
                   display "PROGRAM26: more than 100000 reject"
                       " reasons." upon console
               end-if
               move 'y'                    to ws-load-error-flag
           end-if.

           read reject-reason-file
           end-if.

       085-load-reject-loop.
           if ws-rej-tbl-cnt < 100000 then
               add 1                       to ws-rej-tbl-cnt
               move invalid-line
                   to ws-rej-image(ws-rej-tbl-cnt)
                   to ws-rej-invoice(ws-rej-tbl-cnt)
               move "SEE ErrorsReport.out"
                   to ws-rej-reason(ws-rej-tbl-cnt)
      * Program1 writes a reason for each reject in the same order, so
      * the reason at the same position is tried before a search
               move zero                   to ws-rsn-match-sub
               if ws-rej-tbl-cnt not > ws-rsn-tbl-cnt then
                   if (ws-rej-store(ws-rej-tbl-cnt) =
                       ws-rsn-store(ws-rej-tbl-cnt)) and
                      (ws-rej-invoice(ws-rej-tbl-cnt) =
                       ws-rsn-invoice(ws-rej-tbl-cnt)) then
                       move ws-rej-tbl-cnt to ws-rsn-match-sub
                   end-if
               end-if
               if ws-rsn-match-sub = 0 then
                   perform varying ws-rsn-tbl-sub from 1 by 1
                       until ws-rsn-tbl-sub > ws-rsn-tbl-cnt
                           if (ws-rej-store(ws-rej-tbl-cnt) =
                               ws-rsn-store(ws-rsn-tbl-sub)) and
                              (ws-rej-invoice(ws-rej-tbl-cnt) =
                               ws-rsn-invoice(ws-rsn-tbl-sub)) then
                               move ws-rsn-tbl-sub
                                   to ws-rsn-match-sub
                           end-if
                   end-perform
               end-if
               if ws-rsn-match-sub > 0 then
                   move ws-rsn-reason(ws-rsn-match-sub)
                       to ws-rej-reason(ws-rej-tbl-cnt)
               end-if
           else
               if not load-error then
                   display "PROGRAM26: more than 100000 rejected"
                       " records." upon console
               end-if
               move 'y'                    to ws-load-error-flag
           end-if.

           read invalid-data-file
               at end
                   move 'y'                to ws-status-eof-flag.
      *
      * Load The Return Watch List - absent means nobody is on it
      *
       097-load-watch-list.
           open input watch-list-file.

           if ws-watch-file-status = "35" then
               continue
           else
               if ws-watch-file-status not = "00" then
                   display "PROGRAM26: ReturnWatchList.dat will not"
                       " open - file status " ws-watch-file-status
                       upon console
                   move 'y'                to ws-load-error-flag
               else
                   read watch-list-file
                       at end
                           move 'y'        to ws-watch-eof-flag
                   end-read
                   perform 098-load-watch-loop
                       until ws-watch-eof-flag = 'y'
                   close watch-list-file
               end-if
           end-if.

       098-load-watch-loop.
      * Sized to the customers program50 can flag
           if ws-wat-tbl-cnt < 5000 then
               add 1                       to ws-wat-tbl-cnt
               move watch-list-record
                   to ws-wat-record(ws-wat-tbl-cnt)
           else
               if not load-error then
                   display "PROGRAM26: more than 5000 customers on"
                       " the return watch list." upon console
               end-if
               move 'y'                    to ws-load-error-flag
           end-if.

           read watch-list-file
               at end
                   move 'y'                to ws-watch-eof-flag.
      *
      * Cut One Store's Acknowledgment File
      *
       100-cut-one-ack.
               varying ws-rej-tbl-sub from 1 by 1
               until ws-rej-tbl-sub > ws-rej-tbl-cnt.

           perform 120-write-one-watch
               varying ws-wat-tbl-sub from 1 by 1
               until ws-wat-tbl-sub > ws-wat-tbl-cnt.

           close ack-file.
           add 1                           to ws-acks-cut-cnt.

               write ack-line              from ws-ack-r-line
           end-if.

       120-write-one-watch.
           move ws-wat-record(ws-wat-tbl-sub) to ws-akw-record.
           write ack-line                  from ws-ack-w-line.

       end program program26.
