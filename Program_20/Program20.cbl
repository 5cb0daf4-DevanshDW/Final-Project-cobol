      * the hold file, which the daily chain never overwrites.  The
      * recycle report
      * shows each record's before image, every correction applied
      * and who keyed it, and the release/held outcome.  A released
      * split-tender (SP) record passes program1's tender-line check
      * only if the store resends its tender lines with that cycle.
      *
      * Correction record layout (CorrectionTrans.dat, 36 chars):
      *   store x(2), invoice x(9)  - key of the held record
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
      * business-period edit, the same date program1 edits against.
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
               88 wrk-type-is-ca               value "CA".
               88 wrk-type-is-cr               value "CR".
               88 wrk-type-is-db               value "DB".
               88 wrk-type-is-gc               value "GC".
               88 wrk-type-is-rw               value "RW".
               88 wrk-type-is-sp               value "SP".
           05 wrk-store-number                 pic x(2).
           05 wrk-invoice-number               pic x(9).
           05 wrk-invoice-number-r
           end-if.

           if not (wrk-type-is-ca or wrk-type-is-cr or
                   wrk-type-is-db or wrk-type-is-gc or
                   wrk-type-is-rw or wrk-type-is-sp) then
               perform 230-note-edit-failure
               if ws-edit-reason = spaces then
                   move "Payment type must be CA, CR, DB, GC, RW or SP"
                       to ws-edit-reason
               end-if
           end-if.
