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

      *Define the SKU master input record
       fd sku-master-file
           data record is sm-record-in
           record contains 60 characters.

       01 sm-record-in.
           05 sm-sku-code-in                   pic x(15).
           05 sm-sku-price-in                  pic 9(5)v99.
           05 sm-sku-cost-in                   pic 9(5)v99.
           05 sm-sku-vendor-in                 pic x(5).
           05 sm-sku-dept-in                   pic x(3).
           05 sm-sku-class-in                  pic x(3).

      *Define the output file
       fd output-file
