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

      *Define the regeneration request record - the batch date.
       fd request-file
               value "L".
           05 ws-con-trans-code-R              pic x
               value "R".
           05 ws-con-trans-code-K              pic x
               value "K".
           05 ws-con-fed-rate                  pic 9v99
               value 0.05.
           05 ws-con-prov-rate                 pic 9v99

       310-regen-one-record.

           perform 315-convert-pickup.

           if (th-batch-date = ws-regen-date) then

               if (ws-orig-run-id = 0) then

      *Re-derive the line's tax with the same component-by-
      *component arithmetic Programs 3 and 4 apply.
      *A special-order pickup stays K on the history but is the
      *Sale it completes - regenerate it as an S at the order's
      *full price, quantity times unit price, as the sales split
      *does.
       315-convert-pickup.

           if (th-trans-code = ws-con-trans-code-K) then
               move ws-con-trans-code-S to th-trans-code
               compute th-trans-amt
                   = th-quantity * th-unit-price
           end-if.

       320-derive-line-tax.

           move th-store-num to ws-tx-check-store.

       520-burst-one-sl-record.

           perform 315-convert-pickup.

           if (th-batch-date = ws-regen-date)
               and (th-store-num
                   = ws-store-tbl-num(ws-burst-store-loop))
