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

      *Define the inquiry request record - the request type picks
      *which criterion applies: I looks up one invoice number, S
