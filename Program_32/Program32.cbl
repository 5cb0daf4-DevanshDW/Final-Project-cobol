      *
       fd sku-master-file
           data record is sku-master-record
           record contains 50 characters.
      *
       01 sku-master-record.
           05 skm-sku-code                     pic x(15).
               88 skm-active                   value "A".
               88 skm-discontinued             value "D".
           05 skm-unit-price                   pic 9(5)v99.
           05 skm-unit-cost                    pic 9(5)v99.
      *
      * Run-control parameter card - positions 38-40 carry the
      * slow-mover unit threshold (000 takes the built-in default).
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
           05 rc-window-limit-mins             pic 9(3).
           05 rc-layaway-default-days          pic 9(3).
           05 rc-slow-mover-units              pic 9(3).
           05 filler                           pic x(40).
      *
       fd print-file
           record contains 90 characters
