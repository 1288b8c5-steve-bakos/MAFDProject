      *         declared-cash counts the stores drop per drawer
      *         (store, cashier, date) against the cash-tender
      *         activity derivable per cashier from the Program2
      *         splits - cash sales and special-order deposits in,
      *         cash refunds and petty-cash paid-outs out - and
      *         reports over/short per drawer
      *         plus a running cumulative figure per cashier carried
      *         across runs, so a pattern of small shortages
      *         surfaces instead of depending on a manager happening
      *         to count and remember.

       environment division.
       configuration section.
       input-output section.

       file-control.
      *Input-file declarations - the Program2 splits that move cash
      *through a drawer.
           select snl-file
               assign to
               "../../../../Program2/data/sales-layaway-records.out"
               organization is line sequential
               file status is ws-ret-status.

           select po-file
               assign to
               "../../../../Program2/data/paid-out-records.out"
               organization is line sequential
               file status is ws-po-status.

           select so-file
               assign to
               "../../../../Program2/data/special-order-records.out"
               organization is line sequential
               file status is ws-so-status.

      *Declared-cash file - the stores drop one line per drawer
      *counted: store, cashier, business date, and the cash
      *actually in the drawer. The file is emptied once applied,
       data division.
       file section.

      *Define the split records - every split carries the same
      *68-byte transaction shape.
       fd snl-file
           data record is snl-in
           record contains 68 characters.

       01 snl-in                               pic x(68).

       fd ret-file
           data record is ret-in
           record contains 68 characters.

       01 ret-in                               pic x(68).

       fd po-file
           data record is po-in
           record contains 68 characters.

       01 po-in                                pic x(68).

       fd so-file
           data record is so-in
           record contains 68 characters.

       01 so-in                                pic x(68).

      *Define the declared-cash record.
       fd declared-file
           value "00".
       77 ws-ret-status                        pic xx
           value "00".
       77 ws-po-status                         pic xx
           value "00".
       77 ws-so-status                         pic xx
           value "00".
       77 ws-decl-status                       pic xx
           value "00".
       77 ws-cum-status                        pic xx
       77 ws-decl-present-flag                 pic x
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

       77 ws-con-pay-type-CA                   pic xx
           value "CA".
       77 ws-con-trans-code-Q                  pic x
           value "Q".

      *The part of a special-order pickup's full price the deposit
      *paid for - money that went into a drawer the day the order
      *was placed, not today.
       01 ws-so-deposit-applied                pic s9(8)v99
           value 0.

      *Cash expected per drawer - one entry per store/cashier pair
      *with cash activity this run.
           perform 110-load-cumulative.
           perform 200-tally-snl-split.
           perform 300-tally-returns-split.
           perform 350-tally-paid-out-split.
           perform 370-tally-special-order-split.
           perform 400-reconcile-declared-counts.
           perform 600-report-uncounted-drawers.
           perform 700-write-cumulative-section.
           read ret-file
               at end move "Y" to ws-eof-flag.

      *Tally the paid-out split - petty cash paid out for a store
      *expense comes back out of the drawer the same way a cash
      *refund does. Paid-outs are cash by definition; the tender
      *check is kept in step with the other splits all the same.
       350-tally-paid-out-split.

           move "N" to ws-eof-flag.

           open input po-file.

           if (ws-po-status = "00") then

               read po-file
                   at end move "Y" to ws-eof-flag
               end-read

               if (ws-eof-flag not = "Y") then
                   read po-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-if

               perform 360-tally-one-paid-out-record
                   until ws-eof-flag = "Y"

               close po-file

           end-if.

       360-tally-one-paid-out-record.

           move po-in to ws-trans-record.

           if (ws-tr-pay-type = ws-con-pay-type-CA) then

               perform 500-locate-drawer-entry
               subtract ws-tr-trans-amt
                   from ws-drw-tbl-cash-amt(ws-drw-idx)

           end-if.

           read po-file
               at end move "Y" to ws-eof-flag.

      *Tally the special-order split - a cash deposit on a special
      *order goes into the drawer. A cash pickup is already in the
      *sales/layaway split as the Sale it completes, at the order's
      *full price, so the deposit it applies comes back out here:
      *only the balance was actually handed over today.
       370-tally-special-order-split.

           move "N" to ws-eof-flag.

           open input so-file.

           if (ws-so-status = "00") then

               read so-file
                   at end move "Y" to ws-eof-flag
               end-read

               if (ws-eof-flag not = "Y") then
                   read so-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-if

               perform 380-tally-one-special-order-record
                   until ws-eof-flag = "Y"

               close so-file

           end-if.

       380-tally-one-special-order-record.

           move so-in to ws-trans-record.

           if (ws-tr-pay-type = ws-con-pay-type-CA) then

               perform 500-locate-drawer-entry

               if (ws-tr-trans-code = ws-con-trans-code-Q) then
                   add ws-tr-trans-amt
                       to ws-drw-tbl-cash-amt(ws-drw-idx)
               else
                   compute ws-so-deposit-applied
                       = (ws-tr-quantity * ws-tr-unit-price)
                           - ws-tr-trans-amt
                   subtract ws-so-deposit-applied
                       from ws-drw-tbl-cash-amt(ws-drw-idx)
               end-if

           end-if.

           read so-file
               at end move "Y" to ws-eof-flag.

      *Match each declared count against its drawer's expected cash
      *and print the over/short. A count for a drawer with no cash
      *activity reconciles against zero and is flagged.
