       file section.

      *Define the split records - every split carries the same
      *68-byte transaction shape.
       fd ret-file
           data record is ret-in
           record contains 68 characters.

       01 ret-in                               pic x(68).

       fd vx-file
           data record is vx-in
           record contains 68 characters.

       01 vx-in                                pic x(68).

       fd adj-file
           data record is adj-in
           record contains 68 characters.

       01 adj-in                               pic x(68).

      *Define the indexed invoice master record - same shape
      *Program6 writes it.
      *Define the employee master input record.
       fd employee-master-file
           data record is em-employee-in
           record contains 54 characters.

       01 em-employee-in.
           05 em-in-emp-num                    pic 9(4).
           05 em-in-emp-name                   pic x(20).
           05 em-in-hire-date                  pic 9(6).
           05 em-in-term-date                  pic 9(6).
           05 em-in-home-store                 pic 99.
           05 em-in-role                       pic xx.
           05 em-in-xfer-store                 pic 99.
           05 em-in-xfer-from                  pic 9(6).
           05 em-in-xfer-to                    pic 9(6).

      *Define the output file
       fd output-file
           value "N".

      *The split record broken into its fields - every split
      *carries the same 68-byte transaction shape.
       01 ws-trans-record.
           05 ws-tr-trans-code                 pic x.
           05 ws-tr-trans-amt                  pic 9(5)v99.
           05 ws-tr-cust-num                   pic 9(6).
           05 ws-tr-quantity                   pic 9(3).
           05 ws-tr-unit-price                 pic 9(5)v99.
           05 ws-tr-trans-time                 pic 9(4).

       01 ws-constants.
           05 ws-con-trans-code-S              pic x
