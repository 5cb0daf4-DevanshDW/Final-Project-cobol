      * record instead of living in the operator's shell history.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.
      *
       01 run-control-record.
           05 rc-business-date                 pic 9(8).
      * Layaways with no activity past this many days are cancelled
      * (000 = default processing off).
           05 rc-layaway-default-days          pic 9(3).
           05 filler                           pic x(43).
      *
      * Working storage section
      *
