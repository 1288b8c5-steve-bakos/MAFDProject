      *invalid-line.
       fd invalid-file
           data record is iv-record
           record contains 74 characters.

       01 iv-record.
           05 iv-input-portion                 pic x(68).
           05 iv-seq-num                        pic 9(6).

      * Program1's blank separator/trailer lines ride down the same
      * 68-byte record area at the bottom of invalid.out - redefined
      * here so 200-process-invalid-records can recognize and skip
      * them instead of running the correction pipeline over them.
       01 ws-invalid-trailer-view redefines iv-record.
           05 ivt-label-prefix                 pic x(6).
           05 filler                           pic x(68).

      *Define the error diagnosis record - same shape as Program1's
      *ed-record.
       fd error-diagnosis-file
           data record is ed-record
           record contains 28 characters.

       01 ed-record.
           05 ed-seq-num                       pic 9(6).
           05 ed-err-store-closed              pic x.
           05 ed-err-cust-num                  pic x.
           05 ed-err-acct-cust                 pic x.
           05 ed-err-acct-closed               pic x.
           05 ed-err-exempt-cert               pic x.
           05 ed-err-points-short              pic x.
           05 ed-err-paid-out                  pic x.
           05 ed-err-cashier-termed            pic x.
           05 ed-err-cashier-away              pic x.
           05 ed-err-staff-purchase            pic x.
           05 ed-err-trans-time                pic x.
           05 ed-err-special-order             pic x.

      *Define the corrections control record - the replacement text
      *lines up byte-for-byte with the flagged field's own picture,
      *rs-record.
       fd resubmit-file
           data record is rs-record
           record contains 74 characters.

       01 rs-record.
           05 rs-input-portion                 pic x(68).
           05 rs-orig-seq-num                   pic 9(6).

      *Define the correction log line.
           05 ws-cf-cust-num                   pic 9(6).
           05 ws-cf-quantity                   pic 9(3).
           05 ws-cf-unit-price                 pic 9(5)v99.
           05 ws-cf-trans-time                 pic 9(4).

       77 ws-cnt-resubmitted                   pic 9(4)
           value 0.
               move ws-corr-tbl-value(ws-corr-match-idx)(1:2)
                   to ws-cf-store-num

           else
           if (ed-err-acct-closed = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:6)
                   to ws-cf-cust-num

           else
           if (ed-err-exempt-cert = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:2)
                   to ws-cf-reason-code

           else
           if (ed-err-points-short = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:2)
                   to ws-cf-pay-type

           else
           if (ed-err-paid-out = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:2)
                   to ws-cf-reason-code

           else
           if (ed-err-cashier-termed = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:4)
                   to ws-cf-cashier-id

           else
           if (ed-err-cashier-away = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:4)
                   to ws-cf-cashier-id

           else
           if (ed-err-staff-purchase = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:6)
                   to ws-cf-cust-num

           else
           if (ed-err-trans-time = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:4)
                   to ws-cf-trans-time

           else
           if (ed-err-special-order = "Y") then

               move ws-corr-tbl-value(ws-corr-match-idx)(1:6)
                   to ws-cf-inv-number

           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
