      *writes it.
       fd history-file
           data record is th-record
           record contains 82 characters.

       01 th-record.
           05 th-batch-date                    pic 9(6).
               10 th-cust-num                  pic 9(6).
               10 th-quantity                  pic 9(3).
               10 th-unit-price                pic 9(5)v99.
               10 th-trans-time                pic 9(4).

      *Define the request control record.
       fd request-file
      *Define the archive record - the raw history record.
       fd archive-file
           data record is arc-record
           record contains 82 characters.

       01 arc-record                           pic x(82).

      *Define the scratch record - the raw history record.
       fd scratch-file
           data record is scr-record
           record contains 82 characters.

       01 scr-record                           pic x(82).

      *Define the output file
       fd output-file
