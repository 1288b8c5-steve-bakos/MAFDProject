      *Define the input line.
       fd input-file
           data record is input-line
           record contains 68 characters.

       01 input-line.
           05 il-trans-code                    pic x.
           05 il-cust-num                      pic 9(6).
           05 il-quantity                      pic 9(3).
           05 il-unit-price                    pic 9(5)v99.
           05 il-trans-time                    pic 9(4).

      *Define the output file
       fd output-file
