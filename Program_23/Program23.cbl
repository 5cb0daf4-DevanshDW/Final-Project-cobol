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
      *
       fd accumulator-file
           data record is accumulator-record
           record contains 3537 characters.
      *
       01 accumulator-record.
           05 accum-month                      pic 99.
           05 accum-year                       pic 9(4).
           05 accum-mtd-net-amt                pic s9(9)v99.
           05 accum-mtd-txn-cnt                pic 9(9).
           05 accum-ytd-net-amt                pic s9(9)v99.
           05 accum-ytd-txn-cnt                pic 9(9).
           05 filler                           pic x(3491).
      *
      * Working storage section
      *
           if skm-unit-price is numeric then
               add skm-unit-price          to ws-hash-work
           end-if.
           if skm-unit-cost is numeric then
               add skm-unit-cost           to ws-hash-work
           end-if.
           read sku-master-file
               at end
                   move 'y'                to ws-subject-eof-flag.
