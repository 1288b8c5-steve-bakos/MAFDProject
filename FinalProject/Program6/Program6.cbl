      *Define the valid-record input record
       fd valid-file
           data record is valid-in
           record contains 68 characters.

       01 valid-in.
           05 vi-trans-code                    pic x.
           05 vi-cust-num                      pic 9(6).
           05 vi-quantity                      pic 9(3).
           05 vi-unit-price                    pic 9(5)v99.
           05 vi-trans-time                    pic 9(4).

      * Program1's blank separator line and total-records trailer
      * line ride down the same 68-byte record area at the bottom of
      * valid.out - redefined here so 110-load-invoice-entry can
      * recognize and skip them instead of loading them as if they
      * were invoice detail.
       01 ws-valid-trailer-view redefines valid-in.
           05 wt-trailer-label                 pic x(31).
           05 wt-trailer-count                 pic z(5)9.
           05 filler                           pic x(31).

      *Define the indexed invoice master record
       fd invoice-master-file.
      *converter writes it.
       fd xref-file
           data record is wx-record
           record contains 31 characters.

       01 wx-record.
           05 wx-order-number                  pic x(20).
           05 wx-invoice-number                pic x(9).
           05 wx-ship-province                 pic xx.

      *Define the lookup result record
       fd result-file

       77 ws-im-status                         pic xx
           value "00".

      *A special-order pickup carries the order number as its
      *invoice number - the same number the deposit went on - and
      *lands on the master as the Sale it completes.
       77 ws-con-trans-code-K                  pic x
           value "K".
       77 ws-con-trans-code-S                  pic x
           value "S".
       77 ws-req-status                        pic xx
           value "00".
       77 ws-retn-status                       pic xx
           move vi-cashier-id to im-cashier-id.
           move vi-cust-num   to im-cust-num.

           if (vi-trans-code = ws-con-trans-code-K) then
               move ws-con-trans-code-S to im-trans-code
               compute im-trans-amt
                   = vi-quantity * vi-unit-price
           end-if.

      *A duplicate invoice number (Program2's duplicate-invoice
      *exception list already flags these separately), or an
      *invoice already carried on the cumulative master from an
      *earlier run, just keeps whichever entry got there first -
      *this utility only needs one detail line per invoice. The
      *exception is a pickup, which replaces the deposit entry
      *for its order so returns and chargebacks find the sale.
           if (vi-trans-code = ws-con-trans-code-K) then
               write im-record
                   invalid key
                       rewrite im-record
                           invalid key continue
                       end-rewrite
               end-write
           else
               write im-record
                   invalid key continue
               end-write
           end-if.

           add 1 to ws-cnt-invoices-loaded.

